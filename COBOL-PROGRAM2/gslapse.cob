               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-SECTION WITH DUPLICATES
               FILE STATUS IS WS-MAST-FILE-STATUS.

           SELECT GSYS-LAPSRPT ASSIGN TO "GSYS-LAPSE-RPT.DAT"
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

       FD  GSYS-LAPSRPT
           LABEL RECORDS ARE STANDARD
              88 WS-SCALE-EOF                     VALUE "Y".
           02 WS-MAST-EOF-SW          PIC X       VALUE "N".
              88 WS-MAST-EOF                      VALUE "Y".
           02 WS-RUN-RC               PIC 9(2)    VALUE 0.

       01  WS-TERM-CONTROLS.
           02 WS-TERM-CODE            PIC X(10)   VALUE SPACES.
              88 WS-SHIST-EOF                     VALUE "Y".
           02 WS-SHIST-REWRITTEN      PIC 9(5)    VALUE 0.
           02 WS-SHIST-AVG-OUT        PIC ZZ9.99.
           02 WS-SHIST-UNITS-OUT      PIC 9.9.

       01  WS-SHIST-FIELDS.
           02 WS-SHIST-TERM-STR       PIC X(10)   VALUE SPACES.
           02 WS-SHIST-SECTION-STR    PIC X(10)   VALUE SPACES.
           02 WS-SHIST-AVG-STR        PIC X(10)   VALUE SPACES.
           02 WS-SHIST-STATUS-STR     PIC X(04)   VALUE SPACES.
           02 WS-SHIST-COURSE-STR     PIC X(10)   VALUE SPACES.
           02 WS-SHIST-UNITS-STR      PIC X(10)   VALUE SPACES.

       01  WS-LAPSE-TABLE-CONTROLS.
           02 WS-LT-COUNT             PIC 9(4)    VALUE 0.
           02 LAPSE-ENTRY OCCURS 1000.
              03 LT-TERM          PIC X(10).
              03 LT-ID            PIC X(09).
              03 LT-COURSE        PIC X(10).
              03 LT-UNITS         PIC 9V9.
              03 LT-AVG           PIC 9(3)V99.
              03 LT-STATUS        PIC X(04).

           02 FILLER            PIC X(3)  VALUE SPACES.
           02 LAPSE-SECTION-OUT PIC X(10).
           02 FILLER            PIC X(3)  VALUE SPACES.
           02 LAPSE-COURSE-OUT  PIC X(10).
           02 FILLER            PIC X(3)  VALUE SPACES.
           02 FILLER            PIC X(9)  VALUE "PERIODS: ".
           02 LAPSE-PERIODS-OUT PIC X(14).
           02 FILLER            PIC X(3)  VALUE SPACES.
           IF WS-CURR-POS = 0
               DISPLAY "Current term not found in GSYS-HIST.DAT - "
                   "term order unknown, nothing aged."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INIT-LAPSE-POLICY.
           IF WS-MAST-FILE-STATUS NOT = "00"
               DISPLAY "Grade master unavailable - status "
                   WS-MAST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GSYS-LAPSRPT.
           DISPLAY "Incomplete records found: " WS-INC-COUNT.
           DISPLAY "Incomplete records lapsed: " WS-LAPSED-COUNT.
           DISPLAY "History rows restated: " WS-SHIST-REWRITTEN.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       INIT-TERM-CODE.
           IF WS-TERM-CODE = SPACES
               DISPLAY "No term code in GSYS-TERM.DAT - aging "
                   "abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT WS-TERM-FOUND
               DISPLAY "Term not in sequence - record not aged: "
                   MAST-TERM " " MAST-ID
               MOVE 4 TO WS-RUN-RC
           ELSE
               MOVE WS-TERM-SUB TO WS-REC-POS
               IF WS-CURR-POS - WS-REC-POS > WS-LAPSE-WINDOW
           REWRITE GSYS-MASTER-REC
               INVALID KEY
                   DISPLAY "Lapse rewrite failed: " MAST-ID
                   MOVE 4 TO WS-RUN-RC
           END-REWRITE.
           ADD 1 TO WS-LAPSED-COUNT.
           IF WS-LT-COUNT >= 1000
               DISPLAY "Lapse table full - history row not "
                   "restated: " MAST-TERM " " MAST-ID
               MOVE 4 TO WS-RUN-RC
           ELSE
               ADD 1 TO WS-LT-COUNT
               MOVE MAST-TERM TO LT-TERM(WS-LT-COUNT)
               MOVE MAST-ID TO LT-ID(WS-LT-COUNT)
               MOVE MAST-COURSE TO LT-COURSE(WS-LT-COUNT)
               MOVE MAST-UNITS TO LT-UNITS(WS-LT-COUNT)
               MOVE MAST-AVG TO LT-AVG(WS-LT-COUNT)
               MOVE MAST-STATUS TO LT-STATUS(WS-LT-COUNT)
           END-IF.
           MOVE MAST-NAME TO LAPSE-NAME-OUT.
           MOVE MAST-TERM TO LAPSE-FROM-OUT.
           MOVE MAST-SECTION TO LAPSE-SECTION-OUT.
           MOVE MAST-COURSE TO LAPSE-COURSE-OUT.
           MOVE WS-LAPSE-PERIODS TO LAPSE-PERIODS-OUT.
           MOVE MAST-AVG TO LAPSE-AVG-OUT.
           WRITE GSYS-LAPSRPT-REC FROM DISPLAY-LAPSE-LINE.
           IF WS-SHIST-FILE-STATUS NOT = "00"
               DISPLAY "Student history GSYS-SHIST.DAT unavailable "
                   "- lapsed terms not restated there."
               MOVE 4 TO WS-RUN-RC
               CLOSE GSYS-SHIST
           ELSE
               OPEN OUTPUT GSYS-SHISTW
       RESTATE-ONE-SHIST-ROW.
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
           PERFORM FIND-LAPSE-ENTRY.
           IF WS-LT-FOUND
               MOVE LT-AVG(WS-LT-SUB) TO WS-SHIST-AVG-OUT
               MOVE LT-UNITS(WS-LT-SUB) TO WS-SHIST-UNITS-OUT
               MOVE SPACES TO GSYS-SHISTW-REC
               STRING FUNCTION TRIM(WS-SHIST-TERM-STR)
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SHIST-AVG-OUT)
                           DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(LT-STATUS(WS-LT-SUB))
                           DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(LT-COURSE(WS-LT-SUB))
                           DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-SHIST-UNITS-OUT DELIMITED BY SIZE
                   INTO GSYS-SHISTW-REC
               END-STRING
               WRITE GSYS-SHISTW-REC
                   OR WS-LT-FOUND
               IF LT-TERM(WS-LT-SUB) = WS-SHIST-TERM-STR
                       AND LT-ID(WS-LT-SUB) = WS-SHIST-ID-STR
                       AND LT-COURSE(WS-LT-SUB) = WS-SHIST-COURSE-STR
                   SET WS-LT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-LT-SUB
