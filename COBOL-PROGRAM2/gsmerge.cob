               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-FILE-STATUS.

           SELECT GSYS-ATTSHEET ASSIGN TO WS-ATTSHEET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTSHEET-FILE-STATUS.

           SELECT GSYS-CONSOL ASSIGN TO "GSYS-IN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GSYS-ATTCONSOL ASSIGN TO WS-ATTCONSOL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GSYS-SUBRPT ASSIGN TO "GSYS-SUBMIT-RPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           DATA RECORD IS GSYS-SHEET-REC.
       01  GSYS-SHEET-REC PIC X(80).

       FD  GSYS-ATTSHEET
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-ATTSHEET-REC.
       01  GSYS-ATTSHEET-REC PIC X(80).

       FD  GSYS-CONSOL
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-CONSOL-REC.
       01  GSYS-CONSOL-REC PIC X(80).

       FD  GSYS-ATTCONSOL
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-ATTCONSOL-REC.
       01  GSYS-ATTCONSOL-REC PIC X(80).

       FD  GSYS-SUBRPT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-SUBRPT-REC.
           02 WS-SECLIST-FILE-STATUS  PIC XX      VALUE SPACES.
           02 WS-SHEET-FILE-STATUS    PIC XX      VALUE SPACES.
           02 WS-TERM-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-ATTSHEET-FILE-STATUS PIC XX      VALUE SPACES.
           02 WS-SECLIST-EOF-SW       PIC X       VALUE "N".
              88 WS-SECLIST-EOF                   VALUE "Y".
           02 WS-SHEET-EOF-SW         PIC X       VALUE "N".
              88 WS-SHEET-EOF                     VALUE "Y".
           02 WS-SHEET-FILENAME       PIC X(40)   VALUE SPACES.
           02 WS-ATTSHEET-EOF-SW      PIC X       VALUE "N".
              88 WS-ATTSHEET-EOF                  VALUE "Y".
           02 WS-ATTSHEET-FILENAME    PIC X(40)   VALUE SPACES.
           02 WS-ATTCONSOL-FILENAME   PIC X(40)   VALUE SPACES.
           02 WS-TERM-CODE            PIC X(10)   VALUE SPACES.

       01  WS-CONTROL-FIELDS.
           02 WS-CTL-SECTION-STR      PIC X(10)   VALUE SPACES.
           02 WS-CTL-INSTR-STR        PIC X(10)   VALUE SPACES.
           02 WS-CTL-COUNT-STR        PIC X(10)   VALUE SPACES.
           02 WS-CTL-COURSE-STR       PIC X(10)   VALUE SPACES.
           02 WS-CTL-EXPECTED         PIC 9(5)    VALUE 0.
           02 WS-NUMVAL-RC            PIC S9(4)   VALUE 0.

       01  WS-SHEET-FIELDS.
           02 WS-SHEET-SECTION-STR    PIC X(10)   VALUE SPACES.
           02 WS-SHEET-INSTR-STR      PIC X(10)   VALUE SPACES.
           02 WS-SHEET-COURSE-STR     PIC X(10)   VALUE SPACES.
           02 WS-SHEET-LINE-COUNT     PIC 9(5)    VALUE 0.
           02 WS-SHEET-STATUS         PIC X(20)   VALUE SPACES.
           02 WS-SHEET-FLAG-SW        PIC X       VALUE "N".
           02 WS-SHEET-MERGE-SW       PIC X       VALUE "N".
              88 WS-SHEET-MERGEABLE               VALUE "Y".

       01  WS-ATTEND-FIELDS.
           02 WS-ATT-TERM-STR         PIC X(10)   VALUE SPACES.
           02 WS-ATT-SECTION-STR      PIC X(10)   VALUE SPACES.
           02 WS-ATT-ID-STR           PIC X(10)   VALUE SPACES.
           02 WS-ATT-MEETINGS-STR     PIC X(10)   VALUE SPACES.
           02 WS-ATT-ABSENCES-STR     PIC X(10)   VALUE SPACES.
           02 WS-ATT-MEETINGS         PIC S9(5)   VALUE 0.
           02 WS-ATT-ABSENCES         PIC S9(5)   VALUE 0.
           02 WS-ATT-LINE-COUNT       PIC 9(5)    VALUE 0.
           02 WS-ATT-BAD-COUNT        PIC 9(5)    VALUE 0.
           02 WS-ATT-SHEET-STATUS     PIC X(16)   VALUE SPACES.
           02 WS-ATT-ROW-SW           PIC X       VALUE "N".
              88 WS-ATT-ROW-VALID                 VALUE "Y".

       01  WS-RUN-TOTALS.
           02 WS-SECTIONS-EXPECTED    PIC 9(5)    VALUE 0.
           02 WS-SECTIONS-SUBMITTED   PIC 9(5)    VALUE 0.
           02 WS-RECORDS-MERGED       PIC 9(7)    VALUE 0.
           02 WS-HASH-TOTAL           PIC 9(11)V99 VALUE 0.
           02 WS-HASH-TOTAL-OUT       PIC 9(11).99.
           02 WS-ATTEND-SUBMITTED     PIC 9(5)    VALUE 0.
           02 WS-ATTEND-MISSING       PIC 9(5)    VALUE 0.
           02 WS-ATTEND-FLAGGED       PIC 9(5)    VALUE 0.
           02 WS-ATTEND-MERGED        PIC 9(7)    VALUE 0.

       01  WS-HASH-FIELDS.
           02 WS-HASH-YSUB-STR        PIC X(02)   VALUE SPACES.
       01  WS-SEEN-SUB                PIC 9(3)    VALUE 0.
       01  WS-SEEN-FOUND-SW           PIC X       VALUE "N".
           88 WS-SEEN-FOUND                       VALUE "Y".
       01  WS-SEEN-LOOKUP.
           02 WS-SEEN-SECTION         PIC X(10)   VALUE SPACES.
           02 WS-SEEN-COURSE          PIC X(10)   VALUE SPACES.
       01  SEEN-SECTION-TABLE.
           02 SEEN-SECTION OCCURS 500 PIC X(20).

       01  SUBRPT-HEADER-1.
           02 FILLER PIC X(5)  VALUE SPACES.
       01  SUBRPT-COL-HEADER.
           02 FILLER PIC X(5)  VALUE SPACES.
           02 FILLER PIC X(13) VALUE "SECTION".
           02 FILLER PIC X(13) VALUE "COURSE".
           02 FILLER PIC X(13) VALUE "INSTRUCTOR".
           02 FILLER PIC X(10) VALUE "EXPECTED".
           02 FILLER PIC X(10) VALUE "RECEIVED".
           02 FILLER PIC X(23) VALUE "STATUS".
           02 FILLER PIC X(16) VALUE "ATTENDANCE".
       01  DISPLAY-SUBRPT-LINE.
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 RPT-SECTION-OUT      PIC X(10).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 RPT-COURSE-OUT       PIC X(10).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 RPT-INSTR-OUT        PIC X(10).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 RPT-EXPECTED-OUT     PIC ZZZZ9.
           02 RPT-RECEIVED-OUT     PIC ZZZZ9.
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 RPT-STATUS-OUT       PIC X(20).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 RPT-ATTEND-OUT       PIC X(16).
       01  SUBRPT-TOTAL-LINE-1.
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 FILLER               PIC X(20) VALUE
           02 FILLER               PIC X(24) VALUE
               "STUDENT RECORDS MERGED: ".
           02 RPT-TOT-MERGED-OUT   PIC ZZZZZZ9.
       01  SUBRPT-TOTAL-LINE-3.
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 FILLER               PIC X(22) VALUE
               "ATTENDANCE SUBMITTED: ".
           02 RPT-TOT-ATT-SUBMIT-OUT  PIC ZZZZ9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 FILLER               PIC X(10) VALUE "MISSING: ".
           02 RPT-TOT-ATT-MISSING-OUT PIC ZZZZ9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 FILLER               PIC X(10) VALUE "FLAGGED: ".
           02 RPT-TOT-ATT-FLAGGED-OUT PIC ZZZZ9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 FILLER               PIC X(14) VALUE "ROWS MERGED: ".
           02 RPT-TOT-ATT-MERGED-OUT  PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM INIT-TERM-CODE.
           IF WS-SECLIST-FILE-STATUS NOT = "00"
               DISPLAY "Expected-sections file GSYS-SECLIST.DAT "
                   "not found - nothing to merge."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GSYS-CONSOL.
           MOVE SPACES TO WS-ATTCONSOL-FILENAME.
           STRING "GSYS-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERM-CODE) DELIMITED BY SIZE
                   "-ATTEND.DAT" DELIMITED BY SIZE
               INTO WS-ATTCONSOL-FILENAME
           END-STRING.
           OPEN OUTPUT GSYS-ATTCONSOL.
           OPEN OUTPUT GSYS-SUBRPT.
           PERFORM WRITE-SUBRPT-HEADERS.
           PERFORM UNTIL WS-SECLIST-EOF
           PERFORM WRITE-SUBRPT-TOTALS.
           CLOSE GSYS-SUBRPT.
           CLOSE GSYS-CONSOL.
           CLOSE GSYS-ATTCONSOL.
           DISPLAY "Sections expected: " WS-SECTIONS-EXPECTED.
           DISPLAY "Sections submitted: " WS-SECTIONS-SUBMITTED.
           DISPLAY "Sections missing: " WS-SECTIONS-MISSING.
           DISPLAY "Student records merged: " WS-RECORDS-MERGED.
           DISPLAY "Attendance sheets submitted: "
               WS-ATTEND-SUBMITTED.
           DISPLAY "Attendance sheets missing: " WS-ATTEND-MISSING.
           DISPLAY "Attendance rows merged: " WS-ATTEND-MERGED.
           IF WS-SECTIONS-MISSING > 0 OR WS-SECTIONS-FLAGGED > 0
                   OR WS-ATTEND-MISSING > 0 OR WS-ATTEND-FLAGGED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INIT-TERM-CODE.
           WRITE GSYS-SUBRPT-REC.
           WRITE GSYS-SUBRPT-REC FROM SUBRPT-COL-HEADER.
           MOVE SPACES TO GSYS-SUBRPT-REC.
           MOVE ALL "-" TO GSYS-SUBRPT-REC(6:98).
           WRITE GSYS-SUBRPT-REC.

       PROCESS-CONTROL-RECORD.
           MOVE SPACES TO WS-CTL-SECTION-STR WS-CTL-INSTR-STR
                          WS-CTL-COUNT-STR WS-CTL-COURSE-STR.
           UNSTRING GSYS-SECLIST-REC DELIMITED BY ","
               INTO WS-CTL-SECTION-STR, WS-CTL-INSTR-STR,
                    WS-CTL-COUNT-STR, WS-CTL-COURSE-STR
           END-UNSTRING.
           IF WS-CTL-SECTION-STR = SPACES
               DISPLAY "Control entry ignored - no section code."
                   MOVE FUNCTION NUMVAL(WS-CTL-COUNT-STR)
                       TO WS-CTL-EXPECTED
               END-IF
               MOVE WS-CTL-SECTION-STR TO WS-SEEN-SECTION
               MOVE WS-CTL-COURSE-STR TO WS-SEEN-COURSE
               PERFORM FIND-SEEN-SECTION
               IF WS-SEEN-FOUND
                   MOVE "DUPLICATE ENTRY" TO WS-SHEET-STATUS
                   MOVE 0 TO WS-SHEET-LINE-COUNT
                   MOVE SPACES TO WS-ATT-SHEET-STATUS
                   ADD 1 TO WS-SECTIONS-FLAGGED
                   PERFORM WRITE-SUBRPT-LINE
               ELSE
                   PERFORM ADD-SEEN-SECTION
                   PERFORM PROCESS-ONE-ATTEND-SHEET
                   PERFORM PROCESS-ONE-SHEET
               END-IF
           END-IF.

       PROCESS-ONE-SHEET.
           MOVE SPACES TO WS-SHEET-FILENAME.
           IF WS-CTL-COURSE-STR = SPACES
               STRING "GSYS-SHEET-" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CTL-SECTION-STR)
                           DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                   INTO WS-SHEET-FILENAME
               END-STRING
           ELSE
               STRING "GSYS-SHEET-" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CTL-SECTION-STR)
                           DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CTL-COURSE-STR)
                           DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                   INTO WS-SHEET-FILENAME
               END-STRING
           END-IF.
           MOVE 0 TO WS-SHEET-LINE-COUNT.
           MOVE "N" TO WS-SHEET-FLAG-SW.
           MOVE "OK" TO WS-SHEET-STATUS.
               MOVE "NOT SUBMITTED" TO WS-SHEET-STATUS
               ADD 1 TO WS-SECTIONS-MISSING
               DISPLAY "Sheet not submitted: " WS-CTL-SECTION-STR
                   " " WS-CTL-COURSE-STR
               PERFORM WRITE-SUBRPT-LINE
           ELSE
               ADD 1 TO WS-SECTIONS-SUBMITTED

       CHECK-SHEET-HEADER.
           SET WS-SHEET-MERGEABLE TO TRUE.
           MOVE SPACES TO WS-SHEET-SECTION-STR WS-SHEET-INSTR-STR
                          WS-SHEET-COURSE-STR.
           READ GSYS-SHEET INTO GSYS-SHEET-REC
               AT END
                   SET WS-SHEET-EOF TO TRUE
               MOVE "N" TO WS-SHEET-MERGE-SW
           ELSE
               UNSTRING GSYS-SHEET-REC DELIMITED BY ","
                   INTO WS-SHEET-SECTION-STR, WS-SHEET-INSTR-STR,
                        WS-SHEET-COURSE-STR
               END-UNSTRING
               IF WS-SHEET-SECTION-STR NOT = WS-CTL-SECTION-STR
                       OR WS-SHEET-COURSE-STR NOT = WS-CTL-COURSE-STR
                   MOVE WS-SHEET-SECTION-STR TO WS-SEEN-SECTION
                   MOVE WS-SHEET-COURSE-STR TO WS-SEEN-COURSE
                   PERFORM FIND-SEEN-SECTION
                   IF WS-SEEN-FOUND
                       MOVE "SUBMITTED TWICE" TO WS-SHEET-STATUS
                       DISPLAY "Sheet rejected - section already "
                           "submitted: " WS-SHEET-SECTION-STR
                   ELSE
                       IF WS-SHEET-SECTION-STR NOT = WS-CTL-SECTION-STR
                           MOVE "WRONG SECTION HDR" TO WS-SHEET-STATUS
                       ELSE
                           MOVE "WRONG COURSE HDR" TO WS-SHEET-STATUS
                       END-IF
                       SET WS-SHEET-FLAGGED TO TRUE
                   END-IF
               ELSE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CTL-SECTION-STR)
                           DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CTL-COURSE-STR)
                           DELIMITED BY SIZE
                   INTO GSYS-CONSOL-REC
               END-STRING
               WRITE GSYS-CONSOL-REC
                       + FUNCTION NUMVAL(WS-HASH-GRADE-STR)
           END-IF.

       PROCESS-ONE-ATTEND-SHEET.
           MOVE SPACES TO WS-ATTSHEET-FILENAME.
           IF WS-CTL-COURSE-STR = SPACES
               STRING "GSYS-ATTEND-" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CTL-SECTION-STR)
                           DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                   INTO WS-ATTSHEET-FILENAME
               END-STRING
           ELSE
               STRING "GSYS-ATTEND-" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CTL-SECTION-STR)
                           DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CTL-COURSE-STR)
                           DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                   INTO WS-ATTSHEET-FILENAME
               END-STRING
           END-IF.
           MOVE 0 TO WS-ATT-LINE-COUNT WS-ATT-BAD-COUNT.
           MOVE "OK" TO WS-ATT-SHEET-STATUS.
           OPEN INPUT GSYS-ATTSHEET.
           IF WS-ATTSHEET-FILE-STATUS NOT = "00"
               MOVE "NOT SUBMITTED" TO WS-ATT-SHEET-STATUS
               ADD 1 TO WS-ATTEND-MISSING
               DISPLAY "Attendance not submitted: " WS-CTL-SECTION-STR
                   " " WS-CTL-COURSE-STR
           ELSE
               ADD 1 TO WS-ATTEND-SUBMITTED
               PERFORM UNTIL WS-ATTSHEET-EOF
                   READ GSYS-ATTSHEET INTO GSYS-ATTSHEET-REC
                       AT END
                           SET WS-ATTSHEET-EOF TO TRUE
                       NOT AT END
                           PERFORM MERGE-ONE-ATTEND-LINE
                   END-READ
               END-PERFORM
               IF WS-ATT-LINE-COUNT = 0
                   MOVE "EMPTY SHEET" TO WS-ATT-SHEET-STATUS
               ELSE
                   IF WS-ATT-BAD-COUNT > 0
                       MOVE "REJECTED ROWS" TO WS-ATT-SHEET-STATUS
                   ELSE
                       IF WS-ATT-LINE-COUNT NOT = WS-CTL-EXPECTED
                           MOVE "COUNT MISMATCH"
                               TO WS-ATT-SHEET-STATUS
                       END-IF
                   END-IF
               END-IF
               IF WS-ATT-SHEET-STATUS NOT = "OK"
                   ADD 1 TO WS-ATTEND-FLAGGED
               END-IF
           END-IF.
           CLOSE GSYS-ATTSHEET.
           MOVE "N" TO WS-ATTSHEET-EOF-SW.

       MERGE-ONE-ATTEND-LINE.
           IF GSYS-ATTSHEET-REC = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-ATT-LINE-COUNT
               PERFORM CHECK-ATTEND-LINE
               IF WS-ATT-ROW-VALID
                   MOVE SPACES TO GSYS-ATTCONSOL-REC
                   STRING FUNCTION TRIM(WS-ATT-TERM-STR)
                               DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ATT-SECTION-STR)
                               DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ATT-ID-STR)
                               DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ATT-MEETINGS-STR)
                               DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ATT-ABSENCES-STR)
                               DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CTL-COURSE-STR)
                               DELIMITED BY SIZE
                       INTO GSYS-ATTCONSOL-REC
                   END-STRING
                   WRITE GSYS-ATTCONSOL-REC
                   ADD 1 TO WS-ATTEND-MERGED
               ELSE
                   ADD 1 TO WS-ATT-BAD-COUNT
                   DISPLAY "Attendance row rejected ("
                       FUNCTION TRIM(WS-CTL-SECTION-STR) "): "
                       FUNCTION TRIM(GSYS-ATTSHEET-REC)
               END-IF
           END-IF.

       CHECK-ATTEND-LINE.
           MOVE SPACES TO WS-ATT-TERM-STR WS-ATT-SECTION-STR
                          WS-ATT-ID-STR WS-ATT-MEETINGS-STR
                          WS-ATT-ABSENCES-STR.
           UNSTRING GSYS-ATTSHEET-REC DELIMITED BY ","
               INTO WS-ATT-TERM-STR, WS-ATT-SECTION-STR,
                    WS-ATT-ID-STR, WS-ATT-MEETINGS-STR,
                    WS-ATT-ABSENCES-STR
           END-UNSTRING.
           SET WS-ATT-ROW-VALID TO TRUE.
           IF WS-ATT-TERM-STR NOT = WS-TERM-CODE
                   OR WS-ATT-SECTION-STR NOT = WS-CTL-SECTION-STR
                   OR WS-ATT-ID-STR = SPACES
               MOVE "N" TO WS-ATT-ROW-SW
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(WS-ATT-MEETINGS-STR)
               TO WS-NUMVAL-RC.
           IF WS-NUMVAL-RC NOT = 0
               MOVE "N" TO WS-ATT-ROW-SW
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(WS-ATT-ABSENCES-STR)
               TO WS-NUMVAL-RC.
           IF WS-NUMVAL-RC NOT = 0
               MOVE "N" TO WS-ATT-ROW-SW
           END-IF.
           IF WS-ATT-ROW-VALID
               MOVE FUNCTION NUMVAL(WS-ATT-MEETINGS-STR)
                   TO WS-ATT-MEETINGS
               MOVE FUNCTION NUMVAL(WS-ATT-ABSENCES-STR)
                   TO WS-ATT-ABSENCES
               IF WS-ATT-MEETINGS NOT > 0
                       OR WS-ATT-ABSENCES < 0
                       OR WS-ATT-ABSENCES > WS-ATT-MEETINGS
                   MOVE "N" TO WS-ATT-ROW-SW
               END-IF
           END-IF.

       WRITE-CONSOL-TRAILER.
           MOVE WS-HASH-TOTAL TO WS-HASH-TOTAL-OUT.
           MOVE SPACES TO GSYS-CONSOL-REC.

       WRITE-SUBRPT-LINE.
           MOVE WS-CTL-SECTION-STR TO RPT-SECTION-OUT.
           MOVE WS-CTL-COURSE-STR TO RPT-COURSE-OUT.
           MOVE WS-CTL-INSTR-STR TO RPT-INSTR-OUT.
           MOVE WS-CTL-EXPECTED TO RPT-EXPECTED-OUT.
           MOVE WS-SHEET-LINE-COUNT TO RPT-RECEIVED-OUT.
           MOVE WS-SHEET-STATUS TO RPT-STATUS-OUT.
           MOVE WS-ATT-SHEET-STATUS TO RPT-ATTEND-OUT.
           WRITE GSYS-SUBRPT-REC FROM DISPLAY-SUBRPT-LINE.

       WRITE-SUBRPT-TOTALS.
           WRITE GSYS-SUBRPT-REC FROM SUBRPT-TOTAL-LINE-1.
           MOVE WS-RECORDS-MERGED TO RPT-TOT-MERGED-OUT.
           WRITE GSYS-SUBRPT-REC FROM SUBRPT-TOTAL-LINE-2.
           MOVE WS-ATTEND-SUBMITTED TO RPT-TOT-ATT-SUBMIT-OUT.
           MOVE WS-ATTEND-MISSING TO RPT-TOT-ATT-MISSING-OUT.
           MOVE WS-ATTEND-FLAGGED TO RPT-TOT-ATT-FLAGGED-OUT.
           MOVE WS-ATTEND-MERGED TO RPT-TOT-ATT-MERGED-OUT.
           WRITE GSYS-SUBRPT-REC FROM SUBRPT-TOTAL-LINE-3.
