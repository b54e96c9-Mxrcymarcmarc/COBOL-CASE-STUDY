               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-SECTION WITH DUPLICATES
               FILE STATUS IS WS-MAST-FILE-STATUS.

           SELECT GSYS-REBRPT ASSIGN TO "GSYS-REBUILD-RPT.DAT"
           02 MAST-KEY.
              03 MAST-TERM      PIC X(10).
              03 MAST-ID        PIC X(09).
              03 MAST-COURSE    PIC X(10).
           02 MAST-YEAR-SUB     PIC 9.
           02 MAST-NAME         PIC X(20).
           02 MAST-SECTION      PIC X(10).
           02 MAST-MIDTERM-MARK PIC X(03).
           02 MAST-FINAL-MARK   PIC X(03).
           02 MAST-POINTS       PIC 9V99.
           02 MAST-UNITS        PIC 9V9.

       FD  GSYS-REBRPT
           LABEL RECORDS ARE STANDARD
           02 WS-MAST-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-MSNAP-EOF-SW         PIC X       VALUE "N".
              88 WS-MSNAP-EOF                     VALUE "Y".
           02 WS-RUN-RC               PIC 9(2)    VALUE 0.
           02 WS-MSNAP-PRESENT-SW     PIC X       VALUE "N".
              88 WS-MSNAP-PRESENT                 VALUE "Y".
           02 WS-SHIST-EOF-SW         PIC X       VALUE "N".
           02 WS-SHIST-SECTION-STR    PIC X(10)   VALUE SPACES.
           02 WS-SHIST-AVG-STR        PIC X(10)   VALUE SPACES.
           02 WS-SHIST-STATUS-STR     PIC X(04)   VALUE SPACES.
           02 WS-SHIST-COURSE-STR     PIC X(10)   VALUE SPACES.
           02 WS-SHIST-UNITS-STR      PIC X(05)   VALUE SPACES.
           02 WS-NUMVAL-RC            PIC S9(4)   VALUE 0.

       01  WS-REBUILD-TOTALS.
                   "rebuilding from term archives alone."
               DISPLAY "Period grades cannot be recovered without "
                   "a snapshot - expect PARTIAL records."
               MOVE 4 TO WS-RUN-RC
           END-IF.
           OPEN OUTPUT GSYS-REBRPT.
           WRITE GSYS-REBRPT-REC FROM REBRPT-HEADER-1.
                   CLOSE GSYS-MSNAP
               END-IF
               CLOSE GSYS-REBRPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MSNAP-PRESENT
               WS-ARCH-RESTORED.
           DISPLAY "Review GSYS-REBUILD-RPT.DAT for records that "
               "need re-keying.".
           IF WS-ARCH-RESTORED > 0 AND WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       LOAD-SNAPSHOT-RECORDS.
           IF WS-SHIST-FILE-STATUS NOT = "00"
               DISPLAY "Term archive GSYS-SHIST.DAT unavailable - "
                   "snapshot only."
               MOVE 4 TO WS-RUN-RC
               CLOSE GSYS-SHIST
           ELSE
               OPEN I-O GSYS-MASTER
               IF WS-MAST-FILE-STATUS NOT = "00"
                   DISPLAY "Rebuilt master will not reopen - status "
                       WS-MAST-FILE-STATUS
                   MOVE 8 TO WS-RUN-RC
                   CLOSE GSYS-SHIST
               ELSE
                   PERFORM UNTIL WS-SHIST-EOF
       APPLY-ONE-ARCHIVE-RECORD.
           MOVE SPACES TO WS-SHIST-TERM-STR WS-SHIST-ID-STR
                          WS-SHIST-YSUB-STR WS-SHIST-SECTION-STR
                          WS-SHIST-AVG-STR WS-SHIST-STATUS-STR
                          WS-SHIST-COURSE-STR WS-SHIST-UNITS-STR.
           UNSTRING GSYS-SHIST-REC DELIMITED BY ","
               INTO WS-SHIST-TERM-STR, WS-SHIST-ID-STR,
                    WS-SHIST-YSUB-STR, WS-SHIST-SECTION-STR,
                    WS-SHIST-AVG-STR, WS-SHIST-STATUS-STR,
                    WS-SHIST-COURSE-STR, WS-SHIST-UNITS-STR
           END-UNSTRING.
           IF WS-SHIST-COURSE-STR = SPACES
               MOVE "GENERAL" TO WS-SHIST-COURSE-STR
           END-IF.
           IF WS-SHIST-ID-STR = SPACES
                   OR WS-SHIST-TERM-STR = SPACES
               ADD 1 TO WS-ARCH-SKIPPED
           ELSE
               MOVE WS-SHIST-TERM-STR TO MAST-TERM
               MOVE WS-SHIST-ID-STR TO MAST-ID
               MOVE WS-SHIST-COURSE-STR TO MAST-COURSE
               READ GSYS-MASTER
                   INVALID KEY
                       PERFORM BUILD-PARTIAL-MASTER-RECORD
       BUILD-PARTIAL-MASTER-RECORD.
           MOVE WS-SHIST-TERM-STR TO MAST-TERM.
           MOVE WS-SHIST-ID-STR TO MAST-ID.
           MOVE WS-SHIST-COURSE-STR TO MAST-COURSE.
           MOVE FUNCTION TEST-NUMVAL(WS-SHIST-YSUB-STR)
               TO WS-NUMVAL-RC.
           IF WS-NUMVAL-RC = 0
           MOVE SPACES TO MAST-PRELIM-MARK MAST-MIDTERM-MARK
                          MAST-FINAL-MARK.
           MOVE 0 TO MAST-POINTS.
           MOVE FUNCTION TEST-NUMVAL(WS-SHIST-UNITS-STR)
               TO WS-NUMVAL-RC.
           IF WS-NUMVAL-RC = 0
               MOVE FUNCTION NUMVAL(WS-SHIST-UNITS-STR) TO MAST-UNITS
           ELSE
               MOVE 3.0 TO MAST-UNITS
           END-IF.
           WRITE GSYS-MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-ARCH-SKIPPED
