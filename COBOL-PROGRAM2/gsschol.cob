       IDENTIFICATION DIVISION.
       PROGRAM-ID. GSSCHOL.
       AUTHOR. GROUP4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GSYS-TERM ASSIGN TO "GSYS-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.

           SELECT OPTIONAL GSYS-SCALE ASSIGN TO "GSYS-SCALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCALE-FILE-STATUS.

           SELECT OPTIONAL GSYS-SCHRULES ASSIGN TO "GSYS-SCHRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.

           SELECT OPTIONAL GSYS-SCHOLAR ASSIGN TO "GSYS-SCHOLAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHOLAR-FILE-STATUS.

           SELECT GSYS-SCHOLW ASSIGN TO "GSYS-SCHOLW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GSYS-ROSTER ASSIGN TO "GSYS-ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.

           SELECT OPTIONAL GSYS-SHIST ASSIGN TO "GSYS-SHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIST-FILE-STATUS.

           SELECT GSYS-MASTER ASSIGN TO "GSYS-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-SECTION WITH DUPLICATES
               FILE STATUS IS WS-MAST-FILE-STATUS.

           SELECT GSYS-SCHRET ASSIGN TO WS-SCHRET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GSYS-SCHNOTE ASSIGN TO WS-SCHNOTE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GSYS-TERM
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-TERM-REC.
       01  GSYS-TERM-REC PIC X(10).

       FD  GSYS-SCALE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-SCALE-REC.
       01  GSYS-SCALE-REC PIC X(30).

       FD  GSYS-SCHRULES
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-SCHRULES-REC.
       01  GSYS-SCHRULES-REC PIC X(80).

       FD  GSYS-SCHOLAR
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-SCHOLAR-REC.
       01  GSYS-SCHOLAR-REC PIC X(120).

       FD  GSYS-SCHOLW
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-SCHOLW-REC.
       01  GSYS-SCHOLW-REC PIC X(120).

       FD  GSYS-ROSTER
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-ROSTER-REC.
       01  GSYS-ROSTER-REC PIC X(80).

       FD  GSYS-SHIST
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-SHIST-REC.
       01  GSYS-SHIST-REC PIC X(80).

       FD  GSYS-MASTER
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-MASTER-REC.
       01  GSYS-MASTER-REC.
           02 MAST-KEY.
              03 MAST-TERM      PIC X(10).
              03 MAST-ID        PIC X(09).
              03 MAST-COURSE    PIC X(10).
           02 MAST-YEAR-SUB     PIC 9.
           02 MAST-NAME         PIC X(20).
           02 MAST-SECTION      PIC X(10).
           02 MAST-PRELIM       PIC 999V99.
           02 MAST-MIDTERM      PIC 999V99.
           02 MAST-FINAL        PIC 999V99.
           02 MAST-AVG          PIC 999V99.
           02 MAST-STATUS       PIC X(04).
           02 MAST-PRELIM-MARK  PIC X(03).
           02 MAST-MIDTERM-MARK PIC X(03).
           02 MAST-FINAL-MARK   PIC X(03).
           02 MAST-POINTS       PIC 9V99.
           02 MAST-UNITS        PIC 9V9.

       FD  GSYS-SCHRET
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-SCHRET-REC.
       01  GSYS-SCHRET-REC PIC X(132).

       FD  GSYS-SCHNOTE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-SCHNOTE-REC.
       01  GSYS-SCHNOTE-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-CONTROLS.
           02 WS-TERM-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-SCALE-FILE-STATUS    PIC XX      VALUE SPACES.
           02 WS-RULES-FILE-STATUS    PIC XX      VALUE SPACES.
           02 WS-SCHOLAR-FILE-STATUS  PIC XX      VALUE SPACES.
           02 WS-ROSTER-FILE-STATUS   PIC XX      VALUE SPACES.
           02 WS-SHIST-FILE-STATUS    PIC XX      VALUE SPACES.
           02 WS-MAST-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-INPUT-EOF-SW         PIC X       VALUE "N".
              88 WS-INPUT-EOF                     VALUE "Y".
           02 WS-SCALE-EOF-SW         PIC X       VALUE "N".
              88 WS-SCALE-EOF                     VALUE "Y".
           02 WS-SCHOLW-EOF-SW        PIC X       VALUE "N".
              88 WS-SCHOLW-EOF                    VALUE "Y".
           02 WS-MAST-OPEN-SW         PIC X       VALUE "N".
              88 WS-MAST-OPEN                     VALUE "Y".
           02 WS-SCAN-DONE-SW         PIC X       VALUE "N".
              88 WS-SCAN-DONE                     VALUE "Y".
           02 WS-SCHRET-FILENAME      PIC X(30)   VALUE SPACES.
           02 WS-SCHNOTE-FILENAME     PIC X(30)   VALUE SPACES.
           02 WS-TERM-CODE            PIC X(10)   VALUE SPACES.
           02 WS-NUMVAL-RC            PIC S9(4)   VALUE 0.

       01  WS-SCALE-CONTROLS.
           02 WS-SCALE-COUNT          PIC 99      VALUE 0.
           02 WS-SCALE-SUB            PIC 99      VALUE 0.
           02 WS-SCALE-FOUND-SW       PIC X       VALUE "N".
              88 WS-SCALE-FOUND                   VALUE "Y".
           02 WS-SCALE-BEST-MIN       PIC 999V99  VALUE 0.
           02 WS-SCALE-MIN-STR        PIC X(10)   VALUE SPACES.
           02 WS-SCALE-POINTS-STR     PIC X(10)   VALUE SPACES.

       01  SCALE-TABLE.
           02 SCALE-ENTRY OCCURS 20.
              03 SCL-MIN          PIC 999V99.
              03 SCL-POINTS       PIC 9V99.

       01  WS-RULE-CONTROLS.
           02 WS-RULE-COUNT           PIC 99      VALUE 0.
           02 WS-RULE-SUB             PIC 99      VALUE 0.
           02 WS-RULE-FOUND-SW        PIC X       VALUE "N".
              88 WS-RULE-FOUND                    VALUE "Y".
           02 WS-RULE-LOOKUP          PIC X(10)   VALUE SPACES.
           02 WS-RULE-PROGRAM-STR     PIC X(10)   VALUE SPACES.
           02 WS-RULE-NAME-STR        PIC X(30)   VALUE SPACES.
           02 WS-RULE-MINAVG-STR      PIC X(10)   VALUE SPACES.
           02 WS-RULE-MAXPTS-STR      PIC X(10)   VALUE SPACES.
           02 WS-RULE-MAXFAIL-STR     PIC X(10)   VALUE SPACES.
           02 WS-RULE-CLEAN-STR       PIC X(05)   VALUE SPACES.
           02 WS-RULE-BAD-SW          PIC X       VALUE "N".
              88 WS-RULE-BAD                      VALUE "Y".

       01  RULE-TABLE.
           02 RULE-ENTRY OCCURS 30.
              03 RUL-PROGRAM      PIC X(10).
              03 RUL-NAME         PIC X(30).
              03 RUL-MIN-AVG      PIC 999V99.
              03 RUL-MAX-POINTS   PIC 9V99.
              03 RUL-MAX-FAILED   PIC 99.
              03 RUL-MAXF-SW      PIC X(01).
                 88 RUL-MAXF-SET              VALUE "Y".
              03 RUL-CLEAN-SW     PIC X(01).
                 88 RUL-CLEAN                 VALUE "Y".
              03 RUL-RETAINED     PIC 9(5).
              03 RUL-PROBATION    PIC 9(5).
              03 RUL-TERMINATED   PIC 9(5).
              03 RUL-NO-GRADES    PIC 9(5).

       01  WS-SCHOLAR-CONTROLS.
           02 WS-SCH-COUNT            PIC 9(4)    VALUE 0.
           02 WS-SCH-SUB              PIC 9(4)    VALUE 0.
           02 WS-SCH-FOUND-SW         PIC X       VALUE "N".
              88 WS-SCH-FOUND                     VALUE "Y".
           02 WS-SCH-LOOKUP           PIC X(09)   VALUE SPACES.
           02 WS-SCH-ID-STR           PIC X(09)   VALUE SPACES.
           02 WS-SCH-PROGRAM-STR      PIC X(10)   VALUE SPACES.
           02 WS-SCH-START-STR        PIC X(10)   VALUE SPACES.
           02 WS-SCH-STATUS-STR       PIC X(10)   VALUE SPACES.
           02 WS-SCH-STERM-STR        PIC X(10)   VALUE SPACES.
           02 WS-SCH-PTERM-STR        PIC X(10)   VALUE SPACES.
           02 WS-SCH-ETERM-STR        PIC X(10)   VALUE SPACES.
           02 WS-SCH-PSTATUS-STR      PIC X(10)   VALUE SPACES.
           02 WS-SCH-PSTERM-STR       PIC X(10)   VALUE SPACES.
           02 WS-SCH-PPTERM-STR       PIC X(10)   VALUE SPACES.

       01  SCHOLAR-TABLE.
           02 SCHOLAR-ENTRY OCCURS 3000.
              03 SCH-ID           PIC X(09).
              03 SCH-PROGRAM      PIC X(10).
              03 SCH-START-TERM   PIC X(10).
              03 SCH-STATUS       PIC X(10).
              03 SCH-STATUS-TERM  PIC X(10).
              03 SCH-PROB-TERM    PIC X(10).
              03 SCH-EVAL-TERM    PIC X(10).
              03 SCH-PREV-STATUS  PIC X(10).
              03 SCH-PREV-STERM   PIC X(10).
              03 SCH-PREV-PTERM   PIC X(10).
              03 SCH-NAME         PIC X(20).
              03 SCH-OLD-STATUS   PIC X(10).
              03 SCH-RESULT       PIC X(10).
              03 SCH-REASON       PIC X(30).
              03 SCH-UNITS        PIC 9(4)V9.
              03 SCH-AVG          PIC 999V99.
              03 SCH-POINTS       PIC 9V99.
              03 SCH-FAILED       PIC 99.
              03 SCH-DEFERRED     PIC 99.

       01  WS-ROSTER-FIELDS.
           02 WS-ROSTER-ID-STR        PIC X(09)   VALUE SPACES.
           02 WS-ROSTER-NAME-STR      PIC X(20)   VALUE SPACES.

       01  WS-SHIST-FIELDS.
           02 WS-SHIST-TERM-STR       PIC X(10)   VALUE SPACES.
           02 WS-SHIST-ID-STR         PIC X(09)   VALUE SPACES.
           02 WS-SHIST-YSUB-STR       PIC X(02)   VALUE SPACES.
           02 WS-SHIST-SECTION-STR    PIC X(10)   VALUE SPACES.
           02 WS-SHIST-AVG-STR        PIC X(10)   VALUE SPACES.
           02 WS-SHIST-STATUS-STR     PIC X(04)   VALUE SPACES.
           02 WS-SHIST-COURSE-STR     PIC X(10)   VALUE SPACES.
           02 WS-SHIST-UNITS-STR      PIC X(05)   VALUE SPACES.
           02 WS-DEFAULT-UNITS        PIC 9V9     VALUE 3.0.
           02 WS-SHT-COUNT            PIC 9(5)    VALUE 0.
           02 WS-SHT-SUB              PIC 9(5)    VALUE 0.

       01  SHIST-TERM-TABLE.
           02 SHIST-TERM-ENTRY OCCURS 20000.
              03 SHT-ID           PIC X(09).
              03 SHT-AVG          PIC 999V99.
              03 SHT-STATUS       PIC X(04).
              03 SHT-UNITS        PIC 9V9.

       01  WS-GRANTEE-FIELDS.
           02 WS-GR-ROWS              PIC 9(3)    VALUE 0.
           02 WS-GR-UNITS             PIC 9(4)V9  VALUE 0.
           02 WS-GR-WEIGHTED          PIC 9(7)V99 VALUE 0.
           02 WS-GR-AVG               PIC 999V99  VALUE 0.
           02 WS-GR-POINTS            PIC 9V99    VALUE 0.
           02 WS-GR-FAILED            PIC 99      VALUE 0.
           02 WS-GR-DEFERRED          PIC 99      VALUE 0.
           02 WS-GR-ROW-AVG           PIC 999V99  VALUE 0.
           02 WS-GR-ROW-STATUS        PIC X(04)   VALUE SPACES.
           02 WS-GR-ROW-UNITS         PIC 9V9     VALUE 0.
           02 WS-GR-REASON            PIC X(30)   VALUE SPACES.

       01  WS-RETENTION-TOTALS.
           02 WS-TOT-EVALUATED        PIC 9(5)    VALUE 0.
           02 WS-TOT-RETAINED         PIC 9(5)    VALUE 0.
           02 WS-TOT-RESTORED         PIC 9(5)    VALUE 0.
           02 WS-TOT-PROBATION        PIC 9(5)    VALUE 0.
           02 WS-TOT-TERMINATED       PIC 9(5)    VALUE 0.
           02 WS-TOT-NO-GRADES        PIC 9(5)    VALUE 0.
           02 WS-TOT-NOT-STARTED      PIC 9(5)    VALUE 0.
           02 WS-TOT-PREV-TERM        PIC 9(5)    VALUE 0.
           02 WS-TOT-NO-RULE          PIC 9(5)    VALUE 0.
           02 WS-TOT-LATER-EVAL       PIC 9(5)    VALUE 0.
           02 WS-TOT-NOTICES          PIC 9(5)    VALUE 0.
           02 WS-PGM-LINES            PIC 9(5)    VALUE 0.
           02 WS-NOTE-LINE-COUNT      PIC 9(2)    VALUE 0.
           02 WS-NOTE-PAD-SUB         PIC 9(2)    VALUE 0.
           02 WS-RULE-TEXT            PIC X(80)   VALUE SPACES.
           02 WS-RULE-PTR             PIC 9(3)    VALUE 0.
           02 WS-MINAVG-OUT           PIC ZZ9.99.
           02 WS-MAXPTS-OUT           PIC 9.99.
           02 WS-MAXFAIL-OUT          PIC Z9.
           02 WS-AVG-OUT              PIC ZZ9.99.
           02 WS-POINTS-OUT           PIC 9.99.
           02 WS-FAILED-OUT           PIC Z9.

       01  SCHRET-HEADER-1.
           02 FILLER PIC X(5)  VALUE SPACES.
           02 FILLER PIC X(50) VALUE
               "SCHOLARSHIP RETENTION REPORT BY PROGRAM".
       01  SCHRET-HEADER-2.
           02 FILLER           PIC X(5)  VALUE SPACES.
           02 FILLER           PIC X(17) VALUE "EVALUATED AFTER: ".
           02 SRET-TERM-OUT    PIC X(10).
       01  SCHRET-PROGRAM-LINE.
           02 FILLER           PIC X(5)  VALUE SPACES.
           02 FILLER           PIC X(9)  VALUE "PROGRAM: ".
           02 SRET-PGM-OUT     PIC X(10).
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 SRET-PGM-NAME-OUT PIC X(30).
       01  SCHRET-RULE-LINE.
           02 FILLER           PIC X(5)  VALUE SPACES.
           02 FILLER           PIC X(9)  VALUE "RULE:    ".
           02 SRET-RULE-OUT    PIC X(80).
       01  SCHRET-COL-HEADER.
           02 FILLER PIC X(5)  VALUE SPACES.
           02 FILLER PIC X(12) VALUE "STUDENT ID".
           02 FILLER PIC X(23) VALUE "NAME".
           02 FILLER PIC X(9)  VALUE "UNITS".
           02 FILLER PIC X(9)  VALUE "TERM AVG".
           02 FILLER PIC X(7)  VALUE "POINT".
           02 FILLER PIC X(7)  VALUE "FAILED".
           02 FILLER PIC X(13) VALUE "PRIOR STATUS".
           02 FILLER PIC X(12) VALUE "RESULT".
           02 FILLER PIC X(30) VALUE "REASON".
       01  DISPLAY-SCHRET-LINE.
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 SRET-ID-OUT          PIC X(09).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 SRET-NAME-OUT        PIC X(20).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 SRET-UNITS-OUT       PIC ZZZ9.9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 SRET-AVG-OUT         PIC ZZ9.99.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 SRET-POINTS-OUT      PIC 9.99.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 SRET-FAILED-OUT      PIC Z9.
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 SRET-PRIOR-OUT       PIC X(10).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 SRET-RESULT-OUT      PIC X(10).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 SRET-REASON-OUT      PIC X(30).
       01  SCHRET-NONE-LINE.
           02 FILLER PIC X(5)  VALUE SPACES.
           02 FILLER PIC X(40) VALUE
               "NO GRANTEES EVALUATED UNDER THIS PROGRAM".
       01  SCHRET-COUNT-LINE.
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 SRET-LABEL-OUT       PIC X(30).
           02 SRET-COUNT-OUT       PIC ZZZZ9.

       01  NOTE-RULE-LINE.
           02 FILLER PIC X(76) VALUE ALL "=".
       01  NOTE-DASH-LINE.
           02 FILLER PIC X(76) VALUE ALL "-".
       01  NOTE-SCHOOL-LINE-1.
           02 FILLER PIC X(9)  VALUE SPACES.
           02 FILLER PIC X(41) VALUE
               "POLYTECHNIC UNIVERSITY OF THE PHILIPPINES".
       01  NOTE-SCHOOL-LINE-2.
           02 FILLER PIC X(8)  VALUE SPACES.
           02 FILLER PIC X(43) VALUE
               "COLLEGE OF COMPUTER AND INFORMATION SCIENCE".
       01  NOTE-TITLE-LINE.
           02 FILLER           PIC X(12) VALUE SPACES.
           02 NOTE-TITLE-OUT   PIC X(40).
       01  NOTE-TERM-LINE.
           02 FILLER           PIC X(24) VALUE SPACES.
           02 FILLER           PIC X(6)  VALUE "TERM: ".
           02 NOTE-TERM-OUT    PIC X(10).
       01  NOTE-TEXT-LINE.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 NOTE-LABEL-OUT   PIC X(18).
           02 NOTE-VALUE-OUT   PIC X(40).
       01  NOTE-BODY-LINE.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 NOTE-BODY-OUT    PIC X(60).

       PROCEDURE DIVISION.
           PERFORM INIT-TERM-CODE.
           PERFORM INIT-POINT-SCALE.
           PERFORM LOAD-RULES-TABLE.
           IF WS-RULE-COUNT = 0
               DISPLAY "No program rules found in "
                   "GSYS-SCHRULES.DAT - evaluation abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-SCHOLAR-TABLE.
           IF WS-SCH-COUNT = 0
               DISPLAY "No grantees found in "
                   "GSYS-SCHOLAR.DAT - evaluation abandoned."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-SCHOLAR-NAMES.
           PERFORM LOAD-SHIST-FOR-TERM.
           OPEN INPUT GSYS-MASTER.
           IF WS-MAST-FILE-STATUS = "00"
               SET WS-MAST-OPEN TO TRUE
           ELSE
               DISPLAY "Grade master unavailable - status "
                   WS-MAST-FILE-STATUS " - evaluation abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > WS-SCH-COUNT
               PERFORM EVALUATE-GRANTEE
           END-PERFORM.
           IF WS-MAST-OPEN
               CLOSE GSYS-MASTER
           END-IF.
           OPEN OUTPUT GSYS-SCHRET.
           OPEN OUTPUT GSYS-SCHNOTE.
           PERFORM WRITE-RETENTION-HEADERS.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
               PERFORM WRITE-PROGRAM-SECTION
           END-PERFORM.
           PERFORM WRITE-RETENTION-TOTALS.
           CLOSE GSYS-SCHRET.
           CLOSE GSYS-SCHNOTE.
           PERFORM REWRITE-SCHOLAR-FILE.
           DISPLAY "Scholarship grantees evaluated: "
               WS-TOT-EVALUATED.
           DISPLAY "Retained: " WS-TOT-RETAINED
               " probation: " WS-TOT-PROBATION
               " terminated: " WS-TOT-TERMINATED.
           DISPLAY "Notices written: " WS-TOT-NOTICES.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       INIT-TERM-CODE.
           OPEN INPUT GSYS-TERM.
           IF WS-TERM-FILE-STATUS = "00"
               READ GSYS-TERM INTO GSYS-TERM-REC
                   AT END
                       MOVE SPACES TO GSYS-TERM-REC
               END-READ
               MOVE GSYS-TERM-REC TO WS-TERM-CODE
           END-IF.
           CLOSE GSYS-TERM.
           IF WS-TERM-CODE = SPACES
               MOVE "UNSPEC" TO WS-TERM-CODE
           END-IF.
           MOVE SPACES TO WS-SCHRET-FILENAME.
           STRING "GSYS-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERM-CODE) DELIMITED BY SIZE
                   "-SCHRET.DAT" DELIMITED BY SIZE
               INTO WS-SCHRET-FILENAME
           END-STRING.
           MOVE SPACES TO WS-SCHNOTE-FILENAME.
           STRING "GSYS-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERM-CODE) DELIMITED BY SIZE
                   "-SCHNOTE.DAT" DELIMITED BY SIZE
               INTO WS-SCHNOTE-FILENAME
           END-STRING.

       INIT-POINT-SCALE.
           OPEN INPUT GSYS-SCALE.
           IF WS-SCALE-FILE-STATUS = "00"
               PERFORM UNTIL WS-SCALE-EOF
                   READ GSYS-SCALE INTO GSYS-SCALE-REC
                       AT END
                           SET WS-SCALE-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-SCALE-RECORD
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-SCALE-EOF-SW
           END-IF.
           CLOSE GSYS-SCALE.
           IF WS-SCALE-COUNT = 0
               PERFORM SET-DEFAULT-POINT-SCALE
           END-IF.

       LOAD-SCALE-RECORD.
           MOVE SPACES TO WS-SCALE-MIN-STR WS-SCALE-POINTS-STR.
           UNSTRING GSYS-SCALE-REC DELIMITED BY ","
               INTO WS-SCALE-MIN-STR, WS-SCALE-POINTS-STR
           END-UNSTRING.
           MOVE FUNCTION TEST-NUMVAL(WS-SCALE-MIN-STR)
               TO WS-NUMVAL-RC.
           IF WS-NUMVAL-RC NOT = 0
               DISPLAY "Scale entry ignored - bad band: "
                   GSYS-SCALE-REC
           ELSE
               MOVE FUNCTION TEST-NUMVAL(WS-SCALE-POINTS-STR)
                   TO WS-NUMVAL-RC
               IF WS-NUMVAL-RC NOT = 0
                   DISPLAY "Scale entry ignored - bad points: "
                       GSYS-SCALE-REC
               ELSE
                   IF WS-SCALE-COUNT >= 20
                       DISPLAY "Scale table full - entry skipped: "
                           GSYS-SCALE-REC
                   ELSE
                       ADD 1 TO WS-SCALE-COUNT
                       MOVE FUNCTION NUMVAL(WS-SCALE-MIN-STR)
                           TO SCL-MIN(WS-SCALE-COUNT)
                       MOVE FUNCTION NUMVAL(WS-SCALE-POINTS-STR)
                           TO SCL-POINTS(WS-SCALE-COUNT)
                   END-IF
               END-IF
           END-IF.

       SET-DEFAULT-POINT-SCALE.
           MOVE 10 TO WS-SCALE-COUNT.
           MOVE 97 TO SCL-MIN(1).
           MOVE 1.00 TO SCL-POINTS(1).
           MOVE 94 TO SCL-MIN(2).
           MOVE 1.25 TO SCL-POINTS(2).
           MOVE 91 TO SCL-MIN(3).
           MOVE 1.50 TO SCL-POINTS(3).
           MOVE 88 TO SCL-MIN(4).
           MOVE 1.75 TO SCL-POINTS(4).
           MOVE 85 TO SCL-MIN(5).
           MOVE 2.00 TO SCL-POINTS(5).
           MOVE 82 TO SCL-MIN(6).
           MOVE 2.25 TO SCL-POINTS(6).
           MOVE 79 TO SCL-MIN(7).
           MOVE 2.50 TO SCL-POINTS(7).
           MOVE 76 TO SCL-MIN(8).
           MOVE 2.75 TO SCL-POINTS(8).
           MOVE 75 TO SCL-MIN(9).
           MOVE 3.00 TO SCL-POINTS(9).
           MOVE 0 TO SCL-MIN(10).
           MOVE 5.00 TO SCL-POINTS(10).

       COMPUTE-POINT-EQUIVALENT.
           MOVE 5.00 TO WS-GR-POINTS.
           MOVE "N" TO WS-SCALE-FOUND-SW.
           MOVE 0 TO WS-SCALE-BEST-MIN.
           PERFORM VARYING WS-SCALE-SUB FROM 1 BY 1
                   UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
               IF WS-GR-AVG >= SCL-MIN(WS-SCALE-SUB)
                       AND (NOT WS-SCALE-FOUND
                       OR SCL-MIN(WS-SCALE-SUB) > WS-SCALE-BEST-MIN)
                   MOVE SCL-MIN(WS-SCALE-SUB) TO WS-SCALE-BEST-MIN
                   MOVE SCL-POINTS(WS-SCALE-SUB) TO WS-GR-POINTS
                   SET WS-SCALE-FOUND TO TRUE
               END-IF
           END-PERFORM.

       LOAD-RULES-TABLE.
           MOVE 0 TO WS-RULE-COUNT.
           OPEN INPUT GSYS-SCHRULES.
           IF WS-RULES-FILE-STATUS = "00"
               PERFORM UNTIL WS-INPUT-EOF
                   READ GSYS-SCHRULES INTO GSYS-SCHRULES-REC
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-RULES-RECORD
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-INPUT-EOF-SW
           END-IF.
           CLOSE GSYS-SCHRULES.

       LOAD-RULES-RECORD.
           MOVE SPACES TO WS-RULE-PROGRAM-STR WS-RULE-NAME-STR
                          WS-RULE-MINAVG-STR WS-RULE-MAXPTS-STR
                          WS-RULE-MAXFAIL-STR WS-RULE-CLEAN-STR.
           MOVE "N" TO WS-RULE-BAD-SW.
           UNSTRING GSYS-SCHRULES-REC DELIMITED BY ","
               INTO WS-RULE-PROGRAM-STR, WS-RULE-NAME-STR,
                    WS-RULE-MINAVG-STR, WS-RULE-MAXPTS-STR,
                    WS-RULE-MAXFAIL-STR, WS-RULE-CLEAN-STR
           END-UNSTRING.
           IF WS-RULE-PROGRAM-STR = SPACES
               SET WS-RULE-BAD TO TRUE
           END-IF.
           IF WS-RULE-MINAVG-STR NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-RULE-MINAVG-STR)
                   TO WS-NUMVAL-RC
               IF WS-NUMVAL-RC NOT = 0
                   SET WS-RULE-BAD TO TRUE
               END-IF
           END-IF.
           IF WS-RULE-MAXPTS-STR NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-RULE-MAXPTS-STR)
                   TO WS-NUMVAL-RC
               IF WS-NUMVAL-RC NOT = 0
                   SET WS-RULE-BAD TO TRUE
               END-IF
           END-IF.
           IF WS-RULE-MAXFAIL-STR NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-RULE-MAXFAIL-STR)
                   TO WS-NUMVAL-RC
               IF WS-NUMVAL-RC NOT = 0
                   SET WS-RULE-BAD TO TRUE
               END-IF
           END-IF.
           IF WS-RULE-BAD
               DISPLAY "Program rule ignored - bad record: "
                   GSYS-SCHRULES-REC(1:40)
           ELSE
               MOVE WS-RULE-PROGRAM-STR TO WS-RULE-LOOKUP
               PERFORM FIND-RULE-ENTRY
               IF WS-RULE-FOUND
                   DISPLAY "Duplicate program rule ignored: "
                       WS-RULE-PROGRAM-STR
               ELSE
                   PERFORM ADD-RULE-ENTRY
               END-IF
           END-IF.

       ADD-RULE-ENTRY.
           IF WS-RULE-COUNT >= 30
               DISPLAY "Program rule table full - entry ignored: "
                   WS-RULE-PROGRAM-STR
           ELSE
               ADD 1 TO WS-RULE-COUNT
               MOVE WS-RULE-PROGRAM-STR TO RUL-PROGRAM(WS-RULE-COUNT)
               MOVE WS-RULE-NAME-STR TO RUL-NAME(WS-RULE-COUNT)
               MOVE 0 TO RUL-MIN-AVG(WS-RULE-COUNT)
                         RUL-MAX-POINTS(WS-RULE-COUNT)
                         RUL-MAX-FAILED(WS-RULE-COUNT)
                         RUL-RETAINED(WS-RULE-COUNT)
                         RUL-PROBATION(WS-RULE-COUNT)
                         RUL-TERMINATED(WS-RULE-COUNT)
                         RUL-NO-GRADES(WS-RULE-COUNT)
               MOVE "N" TO RUL-MAXF-SW(WS-RULE-COUNT)
                           RUL-CLEAN-SW(WS-RULE-COUNT)
               IF WS-RULE-MINAVG-STR NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-RULE-MINAVG-STR)
                       TO RUL-MIN-AVG(WS-RULE-COUNT)
               END-IF
               IF WS-RULE-MAXPTS-STR NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-RULE-MAXPTS-STR)
                       TO RUL-MAX-POINTS(WS-RULE-COUNT)
               END-IF
               IF WS-RULE-MAXFAIL-STR NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-RULE-MAXFAIL-STR)
                       TO RUL-MAX-FAILED(WS-RULE-COUNT)
                   SET RUL-MAXF-SET(WS-RULE-COUNT) TO TRUE
               END-IF
               IF WS-RULE-CLEAN-STR = "Y"
                   SET RUL-CLEAN(WS-RULE-COUNT) TO TRUE
               END-IF
           END-IF.

       FIND-RULE-ENTRY.
           MOVE 1 TO WS-RULE-SUB.
           MOVE "N" TO WS-RULE-FOUND-SW.
           PERFORM UNTIL WS-RULE-SUB > WS-RULE-COUNT
                   OR WS-RULE-FOUND
               IF RUL-PROGRAM(WS-RULE-SUB) = WS-RULE-LOOKUP
                   SET WS-RULE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-RULE-SUB
               END-IF
           END-PERFORM.

       LOAD-SCHOLAR-TABLE.
           MOVE 0 TO WS-SCH-COUNT.
           OPEN INPUT GSYS-SCHOLAR.
           IF WS-SCHOLAR-FILE-STATUS = "00"
               PERFORM UNTIL WS-INPUT-EOF
                   READ GSYS-SCHOLAR INTO GSYS-SCHOLAR-REC
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-SCHOLAR-RECORD
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-INPUT-EOF-SW
           END-IF.
           CLOSE GSYS-SCHOLAR.

       LOAD-SCHOLAR-RECORD.
           MOVE SPACES TO WS-SCH-ID-STR WS-SCH-PROGRAM-STR
                          WS-SCH-START-STR WS-SCH-STATUS-STR
                          WS-SCH-STERM-STR WS-SCH-PTERM-STR
                          WS-SCH-ETERM-STR WS-SCH-PSTATUS-STR
                          WS-SCH-PSTERM-STR WS-SCH-PPTERM-STR.
           UNSTRING GSYS-SCHOLAR-REC DELIMITED BY ","
               INTO WS-SCH-ID-STR, WS-SCH-PROGRAM-STR,
                    WS-SCH-START-STR, WS-SCH-STATUS-STR,
                    WS-SCH-STERM-STR, WS-SCH-PTERM-STR,
                    WS-SCH-ETERM-STR, WS-SCH-PSTATUS-STR,
                    WS-SCH-PSTERM-STR, WS-SCH-PPTERM-STR
           END-UNSTRING.
           IF WS-SCH-ID-STR = SPACES OR WS-SCH-PROGRAM-STR = SPACES
               DISPLAY "Scholarship entry ignored - bad record: "
                   GSYS-SCHOLAR-REC(1:40)
           ELSE
               IF WS-SCH-COUNT >= 3000
                   DISPLAY "Scholarship table full - not evaluated: "
                       WS-SCH-ID-STR
               ELSE
                   PERFORM ADD-SCHOLAR-ENTRY
               END-IF
           END-IF.

       ADD-SCHOLAR-ENTRY.
           ADD 1 TO WS-SCH-COUNT.
           MOVE WS-SCH-ID-STR TO SCH-ID(WS-SCH-COUNT).
           MOVE WS-SCH-PROGRAM-STR TO SCH-PROGRAM(WS-SCH-COUNT).
           MOVE WS-SCH-START-STR TO SCH-START-TERM(WS-SCH-COUNT).
           IF WS-SCH-STATUS-STR = SPACES
               MOVE "ACTIVE" TO SCH-STATUS(WS-SCH-COUNT)
           ELSE
               MOVE WS-SCH-STATUS-STR TO SCH-STATUS(WS-SCH-COUNT)
           END-IF.
           MOVE WS-SCH-STERM-STR TO SCH-STATUS-TERM(WS-SCH-COUNT).
           MOVE WS-SCH-PTERM-STR TO SCH-PROB-TERM(WS-SCH-COUNT).
           MOVE WS-SCH-ETERM-STR TO SCH-EVAL-TERM(WS-SCH-COUNT).
           MOVE WS-SCH-PSTATUS-STR TO SCH-PREV-STATUS(WS-SCH-COUNT).
           MOVE WS-SCH-PSTERM-STR TO SCH-PREV-STERM(WS-SCH-COUNT).
           MOVE WS-SCH-PPTERM-STR TO SCH-PREV-PTERM(WS-SCH-COUNT).
           MOVE SPACES TO SCH-NAME(WS-SCH-COUNT)
                          SCH-OLD-STATUS(WS-SCH-COUNT)
                          SCH-RESULT(WS-SCH-COUNT)
                          SCH-REASON(WS-SCH-COUNT).
           MOVE 0 TO SCH-UNITS(WS-SCH-COUNT) SCH-AVG(WS-SCH-COUNT)
                     SCH-POINTS(WS-SCH-COUNT) SCH-FAILED(WS-SCH-COUNT)
                     SCH-DEFERRED(WS-SCH-COUNT).

       LOAD-SCHOLAR-NAMES.
           OPEN INPUT GSYS-ROSTER.
           IF WS-ROSTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-INPUT-EOF
                   READ GSYS-ROSTER INTO GSYS-ROSTER-REC
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-ROSTER-NAME
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-INPUT-EOF-SW
           END-IF.
           CLOSE GSYS-ROSTER.

       APPLY-ROSTER-NAME.
           MOVE SPACES TO WS-ROSTER-ID-STR WS-ROSTER-NAME-STR.
           UNSTRING GSYS-ROSTER-REC DELIMITED BY ","
               INTO WS-ROSTER-ID-STR, WS-ROSTER-NAME-STR
           END-UNSTRING.
           IF WS-ROSTER-ID-STR NOT = SPACES
               PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                       UNTIL WS-SCH-SUB > WS-SCH-COUNT
                   IF SCH-ID(WS-SCH-SUB) = WS-ROSTER-ID-STR
                       MOVE WS-ROSTER-NAME-STR TO SCH-NAME(WS-SCH-SUB)
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-SHIST-FOR-TERM.
           MOVE 0 TO WS-SHT-COUNT.
           OPEN INPUT GSYS-SHIST.
           IF WS-SHIST-FILE-STATUS = "00"
               PERFORM UNTIL WS-INPUT-EOF
                   READ GSYS-SHIST INTO GSYS-SHIST-REC
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-SHIST-ROW
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-INPUT-EOF-SW
           END-IF.
           CLOSE GSYS-SHIST.

       LOAD-SHIST-ROW.
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
           MOVE FUNCTION TEST-NUMVAL(WS-SHIST-AVG-STR) TO WS-NUMVAL-RC.
           IF WS-SHIST-TERM-STR = WS-TERM-CODE
                   AND WS-SHIST-ID-STR NOT = SPACES
                   AND WS-NUMVAL-RC = 0
               IF WS-SHT-COUNT >= 20000
                   DISPLAY "Subject history table full - row skipped: "
                       WS-SHIST-ID-STR
               ELSE
                   ADD 1 TO WS-SHT-COUNT
                   MOVE WS-SHIST-ID-STR TO SHT-ID(WS-SHT-COUNT)
                   MOVE FUNCTION NUMVAL(WS-SHIST-AVG-STR)
                       TO SHT-AVG(WS-SHT-COUNT)
                   MOVE WS-SHIST-STATUS-STR TO SHT-STATUS(WS-SHT-COUNT)
                   MOVE FUNCTION TEST-NUMVAL(WS-SHIST-UNITS-STR)
                       TO WS-NUMVAL-RC
                   IF WS-SHIST-UNITS-STR = SPACES
                           OR WS-NUMVAL-RC NOT = 0
                       MOVE WS-DEFAULT-UNITS TO SHT-UNITS(WS-SHT-COUNT)
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-SHIST-UNITS-STR)
                           TO SHT-UNITS(WS-SHT-COUNT)
                   END-IF
               END-IF
           END-IF.

       EVALUATE-GRANTEE.
           IF SCH-EVAL-TERM(WS-SCH-SUB) = WS-TERM-CODE
               MOVE SCH-PREV-STATUS(WS-SCH-SUB)
                   TO SCH-STATUS(WS-SCH-SUB)
               MOVE SCH-PREV-STERM(WS-SCH-SUB)
                   TO SCH-STATUS-TERM(WS-SCH-SUB)
               MOVE SCH-PREV-PTERM(WS-SCH-SUB)
                   TO SCH-PROB-TERM(WS-SCH-SUB)
           END-IF.
           MOVE SCH-STATUS(WS-SCH-SUB) TO SCH-OLD-STATUS(WS-SCH-SUB).
           MOVE SCH-PROGRAM(WS-SCH-SUB) TO WS-RULE-LOOKUP.
           PERFORM FIND-RULE-ENTRY.
           EVALUATE TRUE
               WHEN SCH-EVAL-TERM(WS-SCH-SUB) > WS-TERM-CODE
                   ADD 1 TO WS-TOT-LATER-EVAL
                   DISPLAY "Grantee already evaluated for a later "
                       "term - skipped: " SCH-ID(WS-SCH-SUB) " "
                       SCH-PROGRAM(WS-SCH-SUB)
               WHEN SCH-STATUS(WS-SCH-SUB) = "TERMINATED"
                   ADD 1 TO WS-TOT-PREV-TERM
               WHEN SCH-START-TERM(WS-SCH-SUB) > WS-TERM-CODE
                   ADD 1 TO WS-TOT-NOT-STARTED
               WHEN NOT WS-RULE-FOUND
                   ADD 1 TO WS-TOT-NO-RULE
                   DISPLAY "No rule for program "
                       SCH-PROGRAM(WS-SCH-SUB)
                       " - grantee not evaluated: " SCH-ID(WS-SCH-SUB)
               WHEN OTHER
                   MOVE SCH-STATUS(WS-SCH-SUB)
                       TO SCH-PREV-STATUS(WS-SCH-SUB)
                   MOVE SCH-STATUS-TERM(WS-SCH-SUB)
                       TO SCH-PREV-STERM(WS-SCH-SUB)
                   MOVE SCH-PROB-TERM(WS-SCH-SUB)
                       TO SCH-PREV-PTERM(WS-SCH-SUB)
                   MOVE WS-TERM-CODE TO SCH-EVAL-TERM(WS-SCH-SUB)
                   ADD 1 TO WS-TOT-EVALUATED
                   PERFORM COLLECT-TERM-GRADES
                   PERFORM CLASSIFY-GRANTEE
           END-EVALUATE.

       COLLECT-TERM-GRADES.
           MOVE 0 TO WS-GR-ROWS WS-GR-UNITS WS-GR-WEIGHTED WS-GR-AVG
                     WS-GR-FAILED WS-GR-DEFERRED.
           MOVE 5.00 TO WS-GR-POINTS.
           IF WS-MAST-OPEN
               PERFORM LOAD-GRANTEE-MASTER
           END-IF.
           IF WS-GR-ROWS = 0
               PERFORM VARYING WS-SHT-SUB FROM 1 BY 1
                       UNTIL WS-SHT-SUB > WS-SHT-COUNT
                   IF SHT-ID(WS-SHT-SUB) = SCH-ID(WS-SCH-SUB)
                       MOVE SHT-AVG(WS-SHT-SUB) TO WS-GR-ROW-AVG
                       MOVE SHT-STATUS(WS-SHT-SUB) TO WS-GR-ROW-STATUS
                       MOVE SHT-UNITS(WS-SHT-SUB) TO WS-GR-ROW-UNITS
                       PERFORM APPLY-GRANTEE-ROW
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-GR-UNITS > 0
               COMPUTE WS-GR-AVG ROUNDED =
                       WS-GR-WEIGHTED / WS-GR-UNITS
               PERFORM COMPUTE-POINT-EQUIVALENT
           END-IF.
           MOVE WS-GR-UNITS TO SCH-UNITS(WS-SCH-SUB).
           MOVE WS-GR-AVG TO SCH-AVG(WS-SCH-SUB).
           MOVE WS-GR-POINTS TO SCH-POINTS(WS-SCH-SUB).
           MOVE WS-GR-FAILED TO SCH-FAILED(WS-SCH-SUB).
           MOVE WS-GR-DEFERRED TO SCH-DEFERRED(WS-SCH-SUB).

       LOAD-GRANTEE-MASTER.
           MOVE "N" TO WS-SCAN-DONE-SW.
           MOVE WS-TERM-CODE TO MAST-TERM.
           MOVE SCH-ID(WS-SCH-SUB) TO MAST-ID.
           MOVE LOW-VALUES TO MAST-COURSE.
           START GSYS-MASTER KEY IS NOT LESS THAN MAST-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE
               READ GSYS-MASTER NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF MAST-TERM = WS-TERM-CODE
                               AND MAST-ID = SCH-ID(WS-SCH-SUB)
                           MOVE MAST-NAME TO SCH-NAME(WS-SCH-SUB)
                           MOVE MAST-AVG TO WS-GR-ROW-AVG
                           MOVE MAST-STATUS TO WS-GR-ROW-STATUS
                           IF MAST-UNITS = 0
                               MOVE WS-DEFAULT-UNITS TO WS-GR-ROW-UNITS
                           ELSE
                               MOVE MAST-UNITS TO WS-GR-ROW-UNITS
                           END-IF
                           PERFORM APPLY-GRANTEE-ROW
                       ELSE
                           SET WS-SCAN-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-GRANTEE-ROW.
           ADD 1 TO WS-GR-ROWS.
           EVALUATE WS-GR-ROW-STATUS
               WHEN "PASS"
                   PERFORM ADD-GRANTEE-GRADE
               WHEN "FAIL"
               WHEN "LAPS"
               WHEN "FA"
                   PERFORM ADD-GRANTEE-GRADE
                   ADD 1 TO WS-GR-FAILED
               WHEN OTHER
                   ADD 1 TO WS-GR-DEFERRED
           END-EVALUATE.

       ADD-GRANTEE-GRADE.
           ADD WS-GR-ROW-UNITS TO WS-GR-UNITS.
           COMPUTE WS-GR-WEIGHTED =
                   WS-GR-WEIGHTED + WS-GR-ROW-AVG * WS-GR-ROW-UNITS.

       CLASSIFY-GRANTEE.
           MOVE SPACES TO WS-GR-REASON.
           IF WS-GR-ROWS = 0
               MOVE "NO GRADES" TO SCH-RESULT(WS-SCH-SUB)
               MOVE "NO GRADES POSTED FOR TERM"
                   TO SCH-REASON(WS-SCH-SUB)
               ADD 1 TO WS-TOT-NO-GRADES
               ADD 1 TO RUL-NO-GRADES(WS-RULE-SUB)
           ELSE
               PERFORM CHECK-RETENTION-RULE
               IF WS-GR-REASON = SPACES
                   PERFORM RETAIN-GRANTEE
               ELSE
                   IF SCH-PROB-TERM(WS-SCH-SUB) = SPACES
                       PERFORM PLACE-ON-PROBATION
                   ELSE
                       PERFORM TERMINATE-GRANTEE
                   END-IF
               END-IF
           END-IF.

       CHECK-RETENTION-RULE.
           IF RUL-CLEAN(WS-RULE-SUB)
                   AND (WS-GR-FAILED > 0 OR WS-GR-DEFERRED > 0)
               MOVE "FAIL/INC/DRP ON RECORD" TO WS-GR-REASON
           END-IF.
           IF WS-GR-REASON = SPACES AND RUL-MAXF-SET(WS-RULE-SUB)
                   AND WS-GR-FAILED > RUL-MAX-FAILED(WS-RULE-SUB)
               MOVE "FAILED SUBJECTS OVER LIMIT" TO WS-GR-REASON
           END-IF.
           IF WS-GR-REASON = SPACES AND RUL-MIN-AVG(WS-RULE-SUB) > 0
                   AND WS-GR-AVG < RUL-MIN-AVG(WS-RULE-SUB)
               MOVE "TERM AVERAGE BELOW MINIMUM" TO WS-GR-REASON
           END-IF.
           IF WS-GR-REASON = SPACES
                   AND RUL-MAX-POINTS(WS-RULE-SUB) > 0
                   AND WS-GR-POINTS > RUL-MAX-POINTS(WS-RULE-SUB)
               MOVE "POINT EQUIVALENT BELOW MINIMUM" TO WS-GR-REASON
           END-IF.

       RETAIN-GRANTEE.
           MOVE "RETAINED" TO SCH-RESULT(WS-SCH-SUB).
           IF SCH-STATUS(WS-SCH-SUB) = "PROBATION"
               MOVE "PROBATION LIFTED" TO SCH-REASON(WS-SCH-SUB)
               ADD 1 TO WS-TOT-RESTORED
           END-IF.
           IF SCH-STATUS(WS-SCH-SUB) NOT = "RETAINED"
               MOVE "RETAINED" TO SCH-STATUS(WS-SCH-SUB)
               MOVE WS-TERM-CODE TO SCH-STATUS-TERM(WS-SCH-SUB)
           END-IF.
           ADD 1 TO WS-TOT-RETAINED.
           ADD 1 TO RUL-RETAINED(WS-RULE-SUB).

       PLACE-ON-PROBATION.
           MOVE "PROBATION" TO SCH-RESULT(WS-SCH-SUB).
           MOVE WS-GR-REASON TO SCH-REASON(WS-SCH-SUB).
           MOVE "PROBATION" TO SCH-STATUS(WS-SCH-SUB).
           MOVE WS-TERM-CODE TO SCH-STATUS-TERM(WS-SCH-SUB).
           MOVE WS-TERM-CODE TO SCH-PROB-TERM(WS-SCH-SUB).
           ADD 1 TO WS-TOT-PROBATION.
           ADD 1 TO RUL-PROBATION(WS-RULE-SUB).

       TERMINATE-GRANTEE.
           MOVE "TERMINATED" TO SCH-RESULT(WS-SCH-SUB).
           MOVE WS-GR-REASON TO SCH-REASON(WS-SCH-SUB).
           MOVE "TERMINATED" TO SCH-STATUS(WS-SCH-SUB).
           MOVE WS-TERM-CODE TO SCH-STATUS-TERM(WS-SCH-SUB).
           ADD 1 TO WS-TOT-TERMINATED.
           ADD 1 TO RUL-TERMINATED(WS-RULE-SUB).

       WRITE-RETENTION-HEADERS.
           WRITE GSYS-SCHRET-REC FROM SCHRET-HEADER-1.
           MOVE WS-TERM-CODE TO SRET-TERM-OUT.
           WRITE GSYS-SCHRET-REC FROM SCHRET-HEADER-2.
           MOVE SPACES TO GSYS-SCHRET-REC.
           WRITE GSYS-SCHRET-REC.

       WRITE-PROGRAM-SECTION.
           MOVE RUL-PROGRAM(WS-RULE-SUB) TO SRET-PGM-OUT.
           MOVE RUL-NAME(WS-RULE-SUB) TO SRET-PGM-NAME-OUT.
           WRITE GSYS-SCHRET-REC FROM SCHRET-PROGRAM-LINE.
           PERFORM BUILD-RULE-TEXT.
           MOVE WS-RULE-TEXT TO SRET-RULE-OUT.
           WRITE GSYS-SCHRET-REC FROM SCHRET-RULE-LINE.
           MOVE SPACES TO GSYS-SCHRET-REC.
           WRITE GSYS-SCHRET-REC.
           WRITE GSYS-SCHRET-REC FROM SCHRET-COL-HEADER.
           MOVE SPACES TO GSYS-SCHRET-REC.
           MOVE ALL "-" TO GSYS-SCHRET-REC(6:118).
           WRITE GSYS-SCHRET-REC.
           MOVE 0 TO WS-PGM-LINES.
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > WS-SCH-COUNT
               IF SCH-PROGRAM(WS-SCH-SUB) = RUL-PROGRAM(WS-RULE-SUB)
                       AND SCH-RESULT(WS-SCH-SUB) NOT = SPACES
                   PERFORM WRITE-GRANTEE-LINE
               END-IF
           END-PERFORM.
           IF WS-PGM-LINES = 0
               WRITE GSYS-SCHRET-REC FROM SCHRET-NONE-LINE
           END-IF.
           MOVE SPACES TO GSYS-SCHRET-REC.
           WRITE GSYS-SCHRET-REC.
           MOVE "RETAINED:" TO SRET-LABEL-OUT.
           MOVE RUL-RETAINED(WS-RULE-SUB) TO SRET-COUNT-OUT.
           WRITE GSYS-SCHRET-REC FROM SCHRET-COUNT-LINE.
           MOVE "PLACED ON PROBATION:" TO SRET-LABEL-OUT.
           MOVE RUL-PROBATION(WS-RULE-SUB) TO SRET-COUNT-OUT.
           WRITE GSYS-SCHRET-REC FROM SCHRET-COUNT-LINE.
           MOVE "TERMINATED:" TO SRET-LABEL-OUT.
           MOVE RUL-TERMINATED(WS-RULE-SUB) TO SRET-COUNT-OUT.
           WRITE GSYS-SCHRET-REC FROM SCHRET-COUNT-LINE.
           MOVE "NO GRADES FOR TERM:" TO SRET-LABEL-OUT.
           MOVE RUL-NO-GRADES(WS-RULE-SUB) TO SRET-COUNT-OUT.
           WRITE GSYS-SCHRET-REC FROM SCHRET-COUNT-LINE.
           MOVE SPACES TO GSYS-SCHRET-REC.
           WRITE GSYS-SCHRET-REC.

       BUILD-RULE-TEXT.
           MOVE SPACES TO WS-RULE-TEXT.
           MOVE 1 TO WS-RULE-PTR.
           IF RUL-MIN-AVG(WS-RULE-SUB) > 0
               MOVE RUL-MIN-AVG(WS-RULE-SUB) TO WS-MINAVG-OUT
               STRING "MIN AVG " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MINAVG-OUT) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                   INTO WS-RULE-TEXT WITH POINTER WS-RULE-PTR
               END-STRING
           END-IF.
           IF RUL-MAX-POINTS(WS-RULE-SUB) > 0
               MOVE RUL-MAX-POINTS(WS-RULE-SUB) TO WS-MAXPTS-OUT
               STRING "POINT EQUIV " DELIMITED BY SIZE
                       WS-MAXPTS-OUT DELIMITED BY SIZE
                       " OR BETTER  " DELIMITED BY SIZE
                   INTO WS-RULE-TEXT WITH POINTER WS-RULE-PTR
               END-STRING
           END-IF.
           IF RUL-MAXF-SET(WS-RULE-SUB)
               MOVE RUL-MAX-FAILED(WS-RULE-SUB) TO WS-MAXFAIL-OUT
               STRING "MAX FAILED " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MAXFAIL-OUT) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                   INTO WS-RULE-TEXT WITH POINTER WS-RULE-PTR
               END-STRING
           END-IF.
           IF RUL-CLEAN(WS-RULE-SUB)
               STRING "NO FAIL/INC/DRP" DELIMITED BY SIZE
                   INTO WS-RULE-TEXT WITH POINTER WS-RULE-PTR
               END-STRING
           END-IF.
           IF WS-RULE-TEXT = SPACES
               MOVE "NONE - ALL GRANTEES RETAINED" TO WS-RULE-TEXT
           END-IF.

       WRITE-GRANTEE-LINE.
           ADD 1 TO WS-PGM-LINES.
           MOVE SCH-ID(WS-SCH-SUB) TO SRET-ID-OUT.
           MOVE SCH-NAME(WS-SCH-SUB) TO SRET-NAME-OUT.
           MOVE SCH-UNITS(WS-SCH-SUB) TO SRET-UNITS-OUT.
           MOVE SCH-AVG(WS-SCH-SUB) TO SRET-AVG-OUT.
           MOVE SCH-POINTS(WS-SCH-SUB) TO SRET-POINTS-OUT.
           MOVE SCH-FAILED(WS-SCH-SUB) TO SRET-FAILED-OUT.
           MOVE SCH-OLD-STATUS(WS-SCH-SUB) TO SRET-PRIOR-OUT.
           MOVE SCH-RESULT(WS-SCH-SUB) TO SRET-RESULT-OUT.
           MOVE SCH-REASON(WS-SCH-SUB) TO SRET-REASON-OUT.
           WRITE GSYS-SCHRET-REC FROM DISPLAY-SCHRET-LINE.
           IF SCH-RESULT(WS-SCH-SUB) = "PROBATION"
                   OR SCH-RESULT(WS-SCH-SUB) = "TERMINATED"
               PERFORM WRITE-NOTICE-LETTER
           END-IF.

       WRITE-NOTICE-LETTER.
           ADD 1 TO WS-TOT-NOTICES.
           MOVE 0 TO WS-NOTE-LINE-COUNT.
           WRITE GSYS-SCHNOTE-REC FROM NOTE-RULE-LINE.
           WRITE GSYS-SCHNOTE-REC FROM NOTE-SCHOOL-LINE-1.
           WRITE GSYS-SCHNOTE-REC FROM NOTE-SCHOOL-LINE-2.
           IF SCH-RESULT(WS-SCH-SUB) = "PROBATION"
               MOVE "NOTICE OF SCHOLARSHIP PROBATION"
                   TO NOTE-TITLE-OUT
           ELSE
               MOVE "NOTICE OF SCHOLARSHIP TERMINATION"
                   TO NOTE-TITLE-OUT
           END-IF.
           WRITE GSYS-SCHNOTE-REC FROM NOTE-TITLE-LINE.
           MOVE WS-TERM-CODE TO NOTE-TERM-OUT.
           WRITE GSYS-SCHNOTE-REC FROM NOTE-TERM-LINE.
           WRITE GSYS-SCHNOTE-REC FROM NOTE-DASH-LINE.
           MOVE "STUDENT ID" TO NOTE-LABEL-OUT.
           MOVE SCH-ID(WS-SCH-SUB) TO NOTE-VALUE-OUT.
           WRITE GSYS-SCHNOTE-REC FROM NOTE-TEXT-LINE.
           MOVE "NAME" TO NOTE-LABEL-OUT.
           MOVE SCH-NAME(WS-SCH-SUB) TO NOTE-VALUE-OUT.
           WRITE GSYS-SCHNOTE-REC FROM NOTE-TEXT-LINE.
           MOVE "PROGRAM" TO NOTE-LABEL-OUT.
           MOVE SPACES TO NOTE-VALUE-OUT.
           STRING FUNCTION TRIM(RUL-PROGRAM(WS-RULE-SUB))
                       DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(RUL-NAME(WS-RULE-SUB))
                       DELIMITED BY SIZE
               INTO NOTE-VALUE-OUT
           END-STRING.
           WRITE GSYS-SCHNOTE-REC FROM NOTE-TEXT-LINE.
           MOVE "TERM AVERAGE" TO NOTE-LABEL-OUT.
           MOVE SCH-AVG(WS-SCH-SUB) TO WS-AVG-OUT.
           MOVE WS-AVG-OUT TO NOTE-VALUE-OUT.
           WRITE GSYS-SCHNOTE-REC FROM NOTE-TEXT-LINE.
           MOVE "POINT EQUIVALENT" TO NOTE-LABEL-OUT.
           MOVE SCH-POINTS(WS-SCH-SUB) TO WS-POINTS-OUT.
           MOVE WS-POINTS-OUT TO NOTE-VALUE-OUT.
           WRITE GSYS-SCHNOTE-REC FROM NOTE-TEXT-LINE.
           MOVE "FAILED SUBJECTS" TO NOTE-LABEL-OUT.
           MOVE SCH-FAILED(WS-SCH-SUB) TO WS-FAILED-OUT.
           MOVE WS-FAILED-OUT TO NOTE-VALUE-OUT.
           WRITE GSYS-SCHNOTE-REC FROM NOTE-TEXT-LINE.
           MOVE "REASON" TO NOTE-LABEL-OUT.
           MOVE SCH-REASON(WS-SCH-SUB) TO NOTE-VALUE-OUT.
           WRITE GSYS-SCHNOTE-REC FROM NOTE-TEXT-LINE.
           WRITE GSYS-SCHNOTE-REC FROM NOTE-DASH-LINE.
           IF SCH-RESULT(WS-SCH-SUB) = "PROBATION"
               MOVE "YOUR SCHOLARSHIP IS PLACED ON PROBATION FOR THE"
                   TO NOTE-BODY-OUT
               WRITE GSYS-SCHNOTE-REC FROM NOTE-BODY-LINE
               MOVE "COMING TERM. A SECOND DEFICIENCY UNDER THIS"
                   TO NOTE-BODY-OUT
               WRITE GSYS-SCHNOTE-REC FROM NOTE-BODY-LINE
               MOVE "PROGRAM WILL TERMINATE THE GRANT."
                   TO NOTE-BODY-OUT
               WRITE GSYS-SCHNOTE-REC FROM NOTE-BODY-LINE
           ELSE
               MOVE "YOUR SCHOLARSHIP IS TERMINATED EFFECTIVE THE END"
                   TO NOTE-BODY-OUT
               WRITE GSYS-SCHNOTE-REC FROM NOTE-BODY-LINE
               MOVE "OF THE TERM SHOWN ABOVE. YOU MAY APPEAL TO THE"
                   TO NOTE-BODY-OUT
               WRITE GSYS-SCHNOTE-REC FROM NOTE-BODY-LINE
               MOVE "SCHOLARSHIP OFFICE WITHIN FIFTEEN DAYS."
                   TO NOTE-BODY-OUT
               WRITE GSYS-SCHNOTE-REC FROM NOTE-BODY-LINE
           END-IF.
           MOVE SPACES TO GSYS-SCHNOTE-REC.
           WRITE GSYS-SCHNOTE-REC.
           MOVE "SCHOLARSHIP OFFICE" TO NOTE-BODY-OUT.
           WRITE GSYS-SCHNOTE-REC FROM NOTE-BODY-LINE.
           WRITE GSYS-SCHNOTE-REC FROM NOTE-RULE-LINE.
           MOVE 20 TO WS-NOTE-LINE-COUNT.
           MOVE SPACES TO GSYS-SCHNOTE-REC.
           ADD 1 TO WS-NOTE-LINE-COUNT GIVING WS-NOTE-PAD-SUB.
           PERFORM VARYING WS-NOTE-PAD-SUB FROM WS-NOTE-PAD-SUB BY 1
                   UNTIL WS-NOTE-PAD-SUB > 66
               WRITE GSYS-SCHNOTE-REC
           END-PERFORM.

       WRITE-RETENTION-TOTALS.
           MOVE "GRANTEES EVALUATED:" TO SRET-LABEL-OUT.
           MOVE WS-TOT-EVALUATED TO SRET-COUNT-OUT.
           WRITE GSYS-SCHRET-REC FROM SCHRET-COUNT-LINE.
           MOVE "RETAINED:" TO SRET-LABEL-OUT.
           MOVE WS-TOT-RETAINED TO SRET-COUNT-OUT.
           WRITE GSYS-SCHRET-REC FROM SCHRET-COUNT-LINE.
           MOVE "  PROBATION LIFTED:" TO SRET-LABEL-OUT.
           MOVE WS-TOT-RESTORED TO SRET-COUNT-OUT.
           WRITE GSYS-SCHRET-REC FROM SCHRET-COUNT-LINE.
           MOVE "PLACED ON PROBATION:" TO SRET-LABEL-OUT.
           MOVE WS-TOT-PROBATION TO SRET-COUNT-OUT.
           WRITE GSYS-SCHRET-REC FROM SCHRET-COUNT-LINE.
           MOVE "TERMINATED:" TO SRET-LABEL-OUT.
           MOVE WS-TOT-TERMINATED TO SRET-COUNT-OUT.
           WRITE GSYS-SCHRET-REC FROM SCHRET-COUNT-LINE.
           MOVE "NO GRADES FOR TERM:" TO SRET-LABEL-OUT.
           MOVE WS-TOT-NO-GRADES TO SRET-COUNT-OUT.
           WRITE GSYS-SCHRET-REC FROM SCHRET-COUNT-LINE.
           MOVE "NOT YET STARTED:" TO SRET-LABEL-OUT.
           MOVE WS-TOT-NOT-STARTED TO SRET-COUNT-OUT.
           WRITE GSYS-SCHRET-REC FROM SCHRET-COUNT-LINE.
           MOVE "PREVIOUSLY TERMINATED:" TO SRET-LABEL-OUT.
           MOVE WS-TOT-PREV-TERM TO SRET-COUNT-OUT.
           WRITE GSYS-SCHRET-REC FROM SCHRET-COUNT-LINE.
           MOVE "NO PROGRAM RULE ON FILE:" TO SRET-LABEL-OUT.
           MOVE WS-TOT-NO-RULE TO SRET-COUNT-OUT.
           WRITE GSYS-SCHRET-REC FROM SCHRET-COUNT-LINE.
           MOVE "EVALUATED FOR A LATER TERM:" TO SRET-LABEL-OUT.
           MOVE WS-TOT-LATER-EVAL TO SRET-COUNT-OUT.
           WRITE GSYS-SCHRET-REC FROM SCHRET-COUNT-LINE.
           MOVE "NOTICE LETTERS PRINTED:" TO SRET-LABEL-OUT.
           MOVE WS-TOT-NOTICES TO SRET-COUNT-OUT.
           WRITE GSYS-SCHRET-REC FROM SCHRET-COUNT-LINE.

       REWRITE-SCHOLAR-FILE.
           OPEN OUTPUT GSYS-SCHOLW.
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > WS-SCH-COUNT
               PERFORM WRITE-SCHOLAR-RECORD
           END-PERFORM.
           CLOSE GSYS-SCHOLW.
           OPEN INPUT GSYS-SCHOLW.
           OPEN OUTPUT GSYS-SCHOLAR.
           PERFORM UNTIL WS-SCHOLW-EOF
               READ GSYS-SCHOLW INTO GSYS-SCHOLAR-REC
                   AT END
                       SET WS-SCHOLW-EOF TO TRUE
                   NOT AT END
                       WRITE GSYS-SCHOLAR-REC
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SCHOLW-EOF-SW.
           CLOSE GSYS-SCHOLW.
           CLOSE GSYS-SCHOLAR.

       WRITE-SCHOLAR-RECORD.
           MOVE SPACES TO GSYS-SCHOLW-REC.
           STRING FUNCTION TRIM(SCH-ID(WS-SCH-SUB)) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(SCH-PROGRAM(WS-SCH-SUB))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(SCH-START-TERM(WS-SCH-SUB))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(SCH-STATUS(WS-SCH-SUB))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(SCH-STATUS-TERM(WS-SCH-SUB))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(SCH-PROB-TERM(WS-SCH-SUB))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(SCH-EVAL-TERM(WS-SCH-SUB))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(SCH-PREV-STATUS(WS-SCH-SUB))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(SCH-PREV-STERM(WS-SCH-SUB))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(SCH-PREV-PTERM(WS-SCH-SUB))
                       DELIMITED BY SIZE
               INTO GSYS-SCHOLW-REC
           END-STRING.
           WRITE GSYS-SCHOLW-REC.
