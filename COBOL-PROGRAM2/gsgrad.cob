       IDENTIFICATION DIVISION.
       PROGRAM-ID. GSGRAD.
       AUTHOR. GROUP4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GSYS-TERM ASSIGN TO "GSYS-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.

           SELECT OPTIONAL GSYS-YRLVL ASSIGN TO "GSYS-YRLVL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YRLVL-FILE-STATUS.

           SELECT OPTIONAL GSYS-ROSTER ASSIGN TO "GSYS-ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.

           SELECT OPTIONAL GSYS-HONORS ASSIGN TO "GSYS-HONORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HONORS-FILE-STATUS.

           SELECT OPTIONAL GSYS-GRADTERMS
               ASSIGN TO "GSYS-GRADTERMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GTERMS-FILE-STATUS.

           SELECT OPTIONAL GSYS-HIST ASSIGN TO "GSYS-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT OPTIONAL GSYS-SHIST ASSIGN TO "GSYS-SHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIST-FILE-STATUS.

           SELECT OPTIONAL GSYS-ARCHIVE ASSIGN TO "GSYS-ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT OPTIONAL GSYS-ARCSHIST ASSIGN TO WS-ARCSHIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCSHIST-FILE-STATUS.

           SELECT GSYS-MASTER ASSIGN TO "GSYS-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-SECTION WITH DUPLICATES
               FILE STATUS IS WS-MAST-FILE-STATUS.

           SELECT GSYS-GRADCAND ASSIGN TO WS-GRADCAND-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GSYS-GRADDEF ASSIGN TO WS-GRADDEF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GSYS-DIPLOMA ASSIGN TO WS-DIPLOMA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GSYS-GSRT ASSIGN TO "GSYS-GSRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GSYS-GSORTWK ASSIGN TO "GSYS-GSORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  GSYS-TERM
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-TERM-REC.
       01  GSYS-TERM-REC PIC X(10).

       FD  GSYS-YRLVL
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-YRLVL-REC.
       01  GSYS-YRLVL-REC PIC X(15).

       FD  GSYS-ROSTER
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-ROSTER-REC.
       01  GSYS-ROSTER-REC PIC X(80).

       FD  GSYS-HONORS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-HONORS-REC.
       01  GSYS-HONORS-REC PIC X(60).

       FD  GSYS-GRADTERMS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-GRADTERMS-REC.
       01  GSYS-GRADTERMS-REC PIC X(10).

       FD  GSYS-HIST
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-HIST-REC.
       01  GSYS-HIST-REC PIC X(80).

       FD  GSYS-SHIST
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-SHIST-REC.
       01  GSYS-SHIST-REC PIC X(80).

       FD  GSYS-ARCHIVE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-ARCHIVE-REC.
       01  GSYS-ARCHIVE-REC PIC X(40).

       FD  GSYS-ARCSHIST
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-ARCSHIST-REC.
       01  GSYS-ARCSHIST-REC PIC X(80).

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

       FD  GSYS-GRADCAND
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-GRADCAND-REC.
       01  GSYS-GRADCAND-REC PIC X(132).

       FD  GSYS-GRADDEF
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-GRADDEF-REC.
       01  GSYS-GRADDEF-REC PIC X(132).

       FD  GSYS-DIPLOMA
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-DIPLOMA-REC.
       01  GSYS-DIPLOMA-REC PIC X(100).

       FD  GSYS-GSRT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-GSRT-REC.
       01  GSYS-GSRT-REC PIC X(41).

       SD  GSYS-GSORTWK.
       01  GSORT-REC.
           02 GS-ID            PIC X(09).
           02 GS-TERM          PIC X(10).
           02 GS-COURSE        PIC X(10).
           02 GS-SOURCE        PIC X(01).
           02 GS-AVG           PIC 9(3)V99.
           02 GS-STATUS        PIC X(04).
           02 GS-UNITS         PIC 9V9.

       WORKING-STORAGE SECTION.
       01  WS-FILE-CONTROLS.
           02 WS-TERM-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-YRLVL-FILE-STATUS    PIC XX      VALUE SPACES.
           02 WS-ROSTER-FILE-STATUS   PIC XX      VALUE SPACES.
           02 WS-HONORS-FILE-STATUS   PIC XX      VALUE SPACES.
           02 WS-GTERMS-FILE-STATUS   PIC XX      VALUE SPACES.
           02 WS-HIST-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-SHIST-FILE-STATUS    PIC XX      VALUE SPACES.
           02 WS-MAST-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-ARCHIVE-FILE-STATUS  PIC XX      VALUE SPACES.
           02 WS-ARCSHIST-FILE-STATUS PIC XX      VALUE SPACES.
           02 WS-INPUT-EOF-SW         PIC X       VALUE "N".
              88 WS-INPUT-EOF                     VALUE "Y".
           02 WS-MAST-EOF-SW          PIC X       VALUE "N".
              88 WS-MAST-EOF                      VALUE "Y".
           02 WS-MAST-OPEN-SW         PIC X       VALUE "N".
              88 WS-MAST-OPEN                     VALUE "Y".
           02 WS-GSRT-EOF-SW          PIC X       VALUE "N".
              88 WS-GSRT-EOF                      VALUE "Y".
           02 WS-ARCSHIST-EOF-SW      PIC X       VALUE "N".
              88 WS-ARCSHIST-EOF                  VALUE "Y".
           02 WS-GRADCAND-FILENAME    PIC X(30)   VALUE SPACES.
           02 WS-GRADDEF-FILENAME     PIC X(30)   VALUE SPACES.
           02 WS-DIPLOMA-FILENAME     PIC X(30)   VALUE SPACES.
           02 WS-ARCSHIST-FILENAME    PIC X(30)   VALUE SPACES.
           02 WS-ARC-TERM-STR         PIC X(10)   VALUE SPACES.
           02 WS-TERM-CODE            PIC X(10)   VALUE SPACES.
           02 WS-YEAR-COUNT           PIC 9       VALUE 0.
           02 WS-NUMVAL-RC            PIC S9(4)   VALUE 0.

       01  WS-ROSTER-FIELDS.
           02 WS-ROSTER-ID-STR        PIC X(09)   VALUE SPACES.
           02 WS-ROSTER-NAME-STR      PIC X(20)   VALUE SPACES.
           02 WS-ROSTER-YSUB-STR      PIC X(02)   VALUE SPACES.
           02 WS-ROSTER-SECTION-STR   PIC X(10)   VALUE SPACES.
           02 WS-ROSTER-STATUS-STR    PIC X(10)   VALUE SPACES.
           02 WS-ROSTER-YSUB          PIC 9(02)   VALUE 0.

       01  WS-CAND-CONTROLS.
           02 WS-CAND-COUNT           PIC 9(4)    VALUE 0.
           02 WS-CAND-SUB             PIC 9(4)    VALUE 0.
           02 WS-CAND-FOUND-SW        PIC X       VALUE "N".
              88 WS-CAND-FOUND                    VALUE "Y".
           02 WS-CAND-LOOKUP          PIC X(09)   VALUE SPACES.

       01  CANDIDATE-TABLE.
           02 CAND-ENTRY OCCURS 2000.
              03 CAND-ID          PIC X(09).
              03 CAND-NAME        PIC X(20).
              03 CAND-SECTION     PIC X(10).
              03 CAND-SEEN-SW     PIC X(01).
                 88 CAND-SEEN                 VALUE "Y".

       01  WS-HONORS-CONTROLS.
           02 WS-HONOR-COUNT          PIC 9       VALUE 0.
           02 WS-HONOR-SUB            PIC 99      VALUE 0.
           02 WS-HONOR-BEST           PIC 9       VALUE 0.
           02 WS-GRADE-FLOOR          PIC 999V99  VALUE 85.00.
           02 WS-HONOR-TITLE-STR      PIC X(20)   VALUE SPACES.
           02 WS-HONOR-MIN-STR        PIC X(10)   VALUE SPACES.

       01  HONOR-TABLE.
           02 HONOR-ENTRY OCCURS 9.
              03 HON-TITLE        PIC X(20).
              03 HON-MIN-GWA      PIC 999V99.
              03 HON-COUNT        PIC 9(5).

       01  WS-REQTERM-CONTROLS.
           02 WS-REQTERM-COUNT        PIC 9(3)    VALUE 0.
           02 WS-REQTERM-SUB          PIC 9(3)    VALUE 0.
           02 WS-REQTERM-EXPLICIT-SW  PIC X       VALUE "N".
              88 WS-REQTERM-EXPLICIT              VALUE "Y".
           02 WS-HIST-TERM-STR        PIC X(10)   VALUE SPACES.

       01  REQTERM-TABLE.
           02 REQTERM-ENTRY OCCURS 100.
              03 RQT-TERM         PIC X(10).

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

       01  WS-STUDENT-CONTROLS.
           02 WS-CURR-ID              PIC X(09)   VALUE SPACES.
           02 WS-LAST-TERM            PIC X(10)   VALUE SPACES.
           02 WS-LAST-COURSE          PIC X(10)   VALUE SPACES.
           02 WS-GROUP-OPEN-SW        PIC X       VALUE "N".
              88 WS-GROUP-OPEN                    VALUE "Y".
           02 WS-STU-UNITS            PIC 9(4)V9  VALUE 0.
           02 WS-STU-WEIGHTED         PIC 9(7)V99 VALUE 0.
           02 WS-STU-GWA              PIC 999V99  VALUE 0.
           02 WS-STU-LOWEST           PIC 999V99  VALUE 0.
           02 WS-STU-DEFICIENCIES     PIC 9(3)    VALUE 0.
           02 WS-STU-FLOOR-SW         PIC X       VALUE "N".
              88 WS-STU-BELOW-FLOOR               VALUE "Y".
           02 WS-STU-DEF-HDR-SW       PIC X       VALUE "N".
              88 WS-STU-DEF-HDR-DONE              VALUE "Y".
           02 WS-STU-TERM-COUNT       PIC 9(3)    VALUE 0.
           02 WS-STU-TERM-SUB         PIC 9(3)    VALUE 0.
           02 WS-STU-TERM-FOUND-SW    PIC X       VALUE "N".
              88 WS-STU-TERM-FOUND                VALUE "Y".
           02 WS-STU-HONOR            PIC X(20)   VALUE SPACES.
           02 WS-STU-RESULT           PIC X(10)   VALUE SPACES.
           02 WS-DEF-TERM             PIC X(10)   VALUE SPACES.
           02 WS-DEF-COURSE           PIC X(10)   VALUE SPACES.
           02 WS-DEF-STATUS           PIC X(04)   VALUE SPACES.
           02 WS-DEF-REASON           PIC X(30)   VALUE SPACES.

       01  STUDENT-TERM-TABLE.
           02 STU-TERM-ENTRY OCCURS 100.
              03 STT-TERM         PIC X(10).

       01  WS-GRAD-TOTALS.
           02 WS-TOT-CANDIDATES       PIC 9(5)    VALUE 0.
           02 WS-TOT-ELIGIBLE         PIC 9(5)    VALUE 0.
           02 WS-TOT-DEFICIENT        PIC 9(5)    VALUE 0.
           02 WS-TOT-FLOOR-DISQ       PIC 9(5)    VALUE 0.
           02 WS-TOT-DEF-LINES        PIC 9(5)    VALUE 0.
           02 WS-GWA-OUT              PIC ZZ9.99.

       01  GRADCAND-HEADER-1.
           02 FILLER PIC X(5)  VALUE SPACES.
           02 FILLER PIC X(50) VALUE
               "CANDIDATES FOR GRADUATION - ACADEMIC COUNCIL LIST".
       01  GRADCAND-HEADER-2.
           02 FILLER           PIC X(5)  VALUE SPACES.
           02 FILLER           PIC X(17) VALUE "EVALUATED AFTER: ".
           02 GCAND-TERM-OUT   PIC X(10).
           02 FILLER           PIC X(5)  VALUE SPACES.
           02 FILLER           PIC X(14) VALUE "GRADE FLOOR:  ".
           02 GCAND-FLOOR-OUT  PIC ZZ9.99.
       01  GRADCAND-COL-HEADER.
           02 FILLER PIC X(5)  VALUE SPACES.
           02 FILLER PIC X(12) VALUE "STUDENT ID".
           02 FILLER PIC X(23) VALUE "NAME".
           02 FILLER PIC X(13) VALUE "SECTION".
           02 FILLER PIC X(7)  VALUE "TERMS".
           02 FILLER PIC X(9)  VALUE "UNITS".
           02 FILLER PIC X(9)  VALUE "CUM GWA".
           02 FILLER PIC X(12) VALUE "RESULT".
           02 FILLER PIC X(20) VALUE "HONORS".
       01  DISPLAY-GRADCAND-LINE.
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 GCAND-ID-OUT         PIC X(09).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 GCAND-NAME-OUT       PIC X(20).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 GCAND-SECTION-OUT    PIC X(10).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 GCAND-TERMS-OUT      PIC ZZ9.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 GCAND-UNITS-OUT      PIC ZZZ9.9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 GCAND-GWA-OUT        PIC ZZ9.99.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 GCAND-RESULT-OUT     PIC X(10).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 GCAND-HONOR-OUT      PIC X(20).
       01  GRADCAND-COUNT-LINE.
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 GCAND-LABEL-OUT      PIC X(30).
           02 GCAND-COUNT-OUT      PIC ZZZZ9.

       01  GRADDEF-HEADER-1.
           02 FILLER PIC X(5)  VALUE SPACES.
           02 FILLER PIC X(50) VALUE
               "GRADUATION DEFICIENCIES BY STUDENT".
       01  GRADDEF-HEADER-2.
           02 FILLER           PIC X(5)  VALUE SPACES.
           02 FILLER           PIC X(17) VALUE "EVALUATED AFTER: ".
           02 GDEF-TERM-OUT    PIC X(10).
       01  GRADDEF-STUDENT-LINE.
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 GDEF-ID-OUT          PIC X(09).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 GDEF-NAME-OUT        PIC X(20).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 GDEF-SECTION-OUT     PIC X(10).
       01  DISPLAY-GRADDEF-LINE.
           02 FILLER               PIC X(10) VALUE SPACES.
           02 GDEF-DTERM-OUT       PIC X(10).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 GDEF-COURSE-OUT      PIC X(10).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 GDEF-STATUS-OUT      PIC X(04).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 GDEF-REASON-OUT      PIC X(30).
       01  GRADDEF-NONE-LINE.
           02 FILLER PIC X(5)  VALUE SPACES.
           02 FILLER PIC X(40) VALUE "No deficiencies found.".

       PROCEDURE DIVISION.
           PERFORM INIT-TERM-CODE.
           PERFORM INIT-YEAR-LEVELS.
           PERFORM LOAD-HONORS-TABLE.
           PERFORM LOAD-CANDIDATES.
           IF WS-CAND-COUNT = 0
               DISPLAY "No graduating students found in "
                   "GSYS-ROSTER.DAT - evaluation abandoned."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-REQUIRED-TERMS.
           OPEN INPUT GSYS-MASTER.
           IF WS-MAST-FILE-STATUS = "00"
               SET WS-MAST-OPEN TO TRUE
           ELSE
               DISPLAY "Grade master unavailable - status "
                   WS-MAST-FILE-STATUS " - using GSYS-SHIST.DAT only."
           END-IF.
           SORT GSYS-GSORTWK
               ON ASCENDING KEY GS-ID, GS-TERM, GS-COURSE, GS-SOURCE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-GRAD-RECORDS
               GIVING GSYS-GSRT.
           IF WS-MAST-OPEN
               CLOSE GSYS-MASTER
           END-IF.
           OPEN OUTPUT GSYS-GRADCAND.
           OPEN OUTPUT GSYS-GRADDEF.
           OPEN OUTPUT GSYS-DIPLOMA.
           PERFORM WRITE-GRAD-HEADERS.
           OPEN INPUT GSYS-GSRT.
           PERFORM UNTIL WS-GSRT-EOF
               READ GSYS-GSRT INTO GSORT-REC
                   AT END
                       SET WS-GSRT-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-GRAD-ROW
               END-READ
           END-PERFORM.
           CLOSE GSYS-GSRT.
           IF WS-GROUP-OPEN
               PERFORM CLOSE-STUDENT-GROUP
           END-IF.
           PERFORM VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB > WS-CAND-COUNT
               IF NOT CAND-SEEN(WS-CAND-SUB)
                   PERFORM EVALUATE-NO-HISTORY
               END-IF
           END-PERFORM.
           PERFORM WRITE-GRAD-TOTALS.
           CLOSE GSYS-GRADCAND.
           CLOSE GSYS-GRADDEF.
           CLOSE GSYS-DIPLOMA.
           DISPLAY "Graduation candidates evaluated: "
               WS-TOT-CANDIDATES.
           DISPLAY "Eligible: " WS-TOT-ELIGIBLE
               " deficient: " WS-TOT-DEFICIENT.
           IF WS-MAST-OPEN
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
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
           MOVE SPACES TO WS-GRADCAND-FILENAME.
           STRING "GSYS-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERM-CODE) DELIMITED BY SIZE
                   "-GRADCAND.DAT" DELIMITED BY SIZE
               INTO WS-GRADCAND-FILENAME
           END-STRING.
           MOVE SPACES TO WS-GRADDEF-FILENAME.
           STRING "GSYS-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERM-CODE) DELIMITED BY SIZE
                   "-GRADDEF.DAT" DELIMITED BY SIZE
               INTO WS-GRADDEF-FILENAME
           END-STRING.
           MOVE SPACES TO WS-DIPLOMA-FILENAME.
           STRING "GSYS-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERM-CODE) DELIMITED BY SIZE
                   "-DIPLOMA.DAT" DELIMITED BY SIZE
               INTO WS-DIPLOMA-FILENAME
           END-STRING.

       INIT-YEAR-LEVELS.
           MOVE 0 TO WS-YEAR-COUNT.
           OPEN INPUT GSYS-YRLVL.
           IF WS-YRLVL-FILE-STATUS = "00"
               PERFORM UNTIL WS-INPUT-EOF OR WS-YEAR-COUNT = 9
                   READ GSYS-YRLVL INTO GSYS-YRLVL-REC
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-YEAR-COUNT
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-INPUT-EOF-SW
           END-IF.
           CLOSE GSYS-YRLVL.
           IF WS-YEAR-COUNT = 0
               MOVE 4 TO WS-YEAR-COUNT
           END-IF.

       LOAD-HONORS-TABLE.
           MOVE 0 TO WS-HONOR-COUNT.
           OPEN INPUT GSYS-HONORS.
           IF WS-HONORS-FILE-STATUS = "00"
               PERFORM UNTIL WS-INPUT-EOF
                   READ GSYS-HONORS INTO GSYS-HONORS-REC
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-HONORS-RECORD
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-INPUT-EOF-SW
           END-IF.
           CLOSE GSYS-HONORS.
           IF WS-HONOR-COUNT = 0
               PERFORM SET-DEFAULT-HONORS
           END-IF.
           PERFORM VARYING WS-HONOR-SUB FROM 1 BY 1
                   UNTIL WS-HONOR-SUB > WS-HONOR-COUNT
               MOVE 0 TO HON-COUNT(WS-HONOR-SUB)
           END-PERFORM.

       LOAD-HONORS-RECORD.
           MOVE SPACES TO WS-HONOR-TITLE-STR WS-HONOR-MIN-STR.
           UNSTRING GSYS-HONORS-REC DELIMITED BY ","
               INTO WS-HONOR-TITLE-STR, WS-HONOR-MIN-STR
           END-UNSTRING.
           MOVE FUNCTION TEST-NUMVAL(WS-HONOR-MIN-STR) TO WS-NUMVAL-RC.
           IF WS-HONOR-TITLE-STR = SPACES OR WS-NUMVAL-RC NOT = 0
               DISPLAY "Honors entry ignored - bad record: "
                   GSYS-HONORS-REC(1:30)
           ELSE
               IF WS-HONOR-TITLE-STR = "FLOOR"
                   MOVE FUNCTION NUMVAL(WS-HONOR-MIN-STR)
                       TO WS-GRADE-FLOOR
               ELSE
                   IF WS-HONOR-COUNT >= 9
                       DISPLAY "Honors table full - entry ignored: "
                           WS-HONOR-TITLE-STR
                   ELSE
                       ADD 1 TO WS-HONOR-COUNT
                       MOVE WS-HONOR-TITLE-STR
                           TO HON-TITLE(WS-HONOR-COUNT)
                       MOVE FUNCTION NUMVAL(WS-HONOR-MIN-STR)
                           TO HON-MIN-GWA(WS-HONOR-COUNT)
                   END-IF
               END-IF
           END-IF.

       SET-DEFAULT-HONORS.
           MOVE 3 TO WS-HONOR-COUNT.
           MOVE "SUMMA CUM LAUDE" TO HON-TITLE(1).
           MOVE 95.00 TO HON-MIN-GWA(1).
           MOVE "MAGNA CUM LAUDE" TO HON-TITLE(2).
           MOVE 92.00 TO HON-MIN-GWA(2).
           MOVE "CUM LAUDE" TO HON-TITLE(3).
           MOVE 89.00 TO HON-MIN-GWA(3).

       LOAD-CANDIDATES.
           OPEN INPUT GSYS-ROSTER.
           IF WS-ROSTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-INPUT-EOF
                   READ GSYS-ROSTER INTO GSYS-ROSTER-REC
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ROSTER-CANDIDATE
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-INPUT-EOF-SW
           END-IF.
           CLOSE GSYS-ROSTER.

       CHECK-ROSTER-CANDIDATE.
           MOVE SPACES TO WS-ROSTER-ID-STR WS-ROSTER-NAME-STR
                          WS-ROSTER-YSUB-STR WS-ROSTER-SECTION-STR
                          WS-ROSTER-STATUS-STR.
           UNSTRING GSYS-ROSTER-REC DELIMITED BY ","
               INTO WS-ROSTER-ID-STR, WS-ROSTER-NAME-STR,
                    WS-ROSTER-YSUB-STR, WS-ROSTER-SECTION-STR,
                    WS-ROSTER-STATUS-STR
           END-UNSTRING.
           MOVE FUNCTION TEST-NUMVAL(WS-ROSTER-YSUB-STR)
               TO WS-NUMVAL-RC.
           IF WS-ROSTER-ID-STR = SPACES OR WS-NUMVAL-RC NOT = 0
               DISPLAY "Roster entry ignored - bad record: "
                   GSYS-ROSTER-REC(1:30)
           ELSE
               MOVE FUNCTION NUMVAL(WS-ROSTER-YSUB-STR)
                   TO WS-ROSTER-YSUB
               IF WS-ROSTER-YSUB = WS-YEAR-COUNT
                   MOVE WS-ROSTER-ID-STR TO WS-CAND-LOOKUP
                   PERFORM FIND-CANDIDATE-ENTRY
                   IF WS-CAND-FOUND
                       CONTINUE
                   ELSE
                       PERFORM ADD-CANDIDATE-ENTRY
                   END-IF
               END-IF
           END-IF.

       ADD-CANDIDATE-ENTRY.
           IF WS-CAND-COUNT >= 2000
               DISPLAY "Candidate table full - not evaluated: "
                   WS-ROSTER-ID-STR
           ELSE
               ADD 1 TO WS-CAND-COUNT
               MOVE WS-ROSTER-ID-STR TO CAND-ID(WS-CAND-COUNT)
               MOVE WS-ROSTER-NAME-STR TO CAND-NAME(WS-CAND-COUNT)
               MOVE WS-ROSTER-SECTION-STR
                   TO CAND-SECTION(WS-CAND-COUNT)
               MOVE "N" TO CAND-SEEN-SW(WS-CAND-COUNT)
           END-IF.

       FIND-CANDIDATE-ENTRY.
           MOVE 1 TO WS-CAND-SUB.
           MOVE "N" TO WS-CAND-FOUND-SW.
           PERFORM UNTIL WS-CAND-SUB > WS-CAND-COUNT
                   OR WS-CAND-FOUND
               IF CAND-ID(WS-CAND-SUB) = WS-CAND-LOOKUP
                   SET WS-CAND-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CAND-SUB
               END-IF
           END-PERFORM.

       LOAD-REQUIRED-TERMS.
           MOVE 0 TO WS-REQTERM-COUNT.
           OPEN INPUT GSYS-GRADTERMS.
           IF WS-GTERMS-FILE-STATUS = "00"
               SET WS-REQTERM-EXPLICIT TO TRUE
               PERFORM UNTIL WS-INPUT-EOF
                   READ GSYS-GRADTERMS INTO GSYS-GRADTERMS-REC
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           MOVE GSYS-GRADTERMS-REC TO WS-HIST-TERM-STR
                           PERFORM ADD-REQUIRED-TERM
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-INPUT-EOF-SW
           END-IF.
           CLOSE GSYS-GRADTERMS.
           IF NOT WS-REQTERM-EXPLICIT
               OPEN INPUT GSYS-HIST
               IF WS-HIST-FILE-STATUS = "00"
                   PERFORM UNTIL WS-INPUT-EOF
                       READ GSYS-HIST INTO GSYS-HIST-REC
                           AT END
                               SET WS-INPUT-EOF TO TRUE
                           NOT AT END
                               MOVE SPACES TO WS-HIST-TERM-STR
                               UNSTRING GSYS-HIST-REC DELIMITED BY ","
                                   INTO WS-HIST-TERM-STR
                               END-UNSTRING
                               PERFORM ADD-REQUIRED-TERM
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-INPUT-EOF-SW
               END-IF
               CLOSE GSYS-HIST
           END-IF.

       ADD-REQUIRED-TERM.
           IF WS-HIST-TERM-STR NOT = SPACES
               MOVE 1 TO WS-REQTERM-SUB
               PERFORM UNTIL WS-REQTERM-SUB > WS-REQTERM-COUNT
                       OR RQT-TERM(WS-REQTERM-SUB) = WS-HIST-TERM-STR
                   ADD 1 TO WS-REQTERM-SUB
               END-PERFORM
               IF WS-REQTERM-SUB > WS-REQTERM-COUNT
                   IF WS-REQTERM-COUNT >= 100
                       DISPLAY "Required term table full - ignored: "
                           WS-HIST-TERM-STR
                   ELSE
                       ADD 1 TO WS-REQTERM-COUNT
                       MOVE WS-HIST-TERM-STR
                           TO RQT-TERM(WS-REQTERM-COUNT)
                   END-IF
               END-IF
           END-IF.

       RELEASE-GRAD-RECORDS.
           IF WS-MAST-OPEN
               PERFORM UNTIL WS-MAST-EOF
                   READ GSYS-MASTER NEXT RECORD
                       AT END
                           SET WS-MAST-EOF TO TRUE
                       NOT AT END
                           PERFORM RELEASE-MASTER-ROW
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-MAST-EOF-SW
           END-IF.
           OPEN INPUT GSYS-SHIST.
           IF WS-SHIST-FILE-STATUS = "00"
               PERFORM UNTIL WS-INPUT-EOF
                   READ GSYS-SHIST INTO GSYS-SHIST-REC
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM RELEASE-SHIST-ROW
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-INPUT-EOF-SW
           END-IF.
           CLOSE GSYS-SHIST.
           OPEN INPUT GSYS-ARCHIVE.
           IF WS-ARCHIVE-FILE-STATUS = "00"
               PERFORM UNTIL WS-INPUT-EOF
                   READ GSYS-ARCHIVE INTO GSYS-ARCHIVE-REC
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM RELEASE-ARCHIVED-TERM
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-INPUT-EOF-SW
           END-IF.
           CLOSE GSYS-ARCHIVE.

       RELEASE-ARCHIVED-TERM.
           MOVE SPACES TO WS-ARC-TERM-STR.
           UNSTRING GSYS-ARCHIVE-REC DELIMITED BY ","
               INTO WS-ARC-TERM-STR
           END-UNSTRING.
           IF WS-ARC-TERM-STR NOT = SPACES
               MOVE SPACES TO WS-ARCSHIST-FILENAME
               STRING "GSYS-" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ARC-TERM-STR) DELIMITED BY SIZE
                       "-ARCSHIST.DAT" DELIMITED BY SIZE
                   INTO WS-ARCSHIST-FILENAME
               END-STRING
               OPEN INPUT GSYS-ARCSHIST
               IF WS-ARCSHIST-FILE-STATUS = "00"
                   PERFORM UNTIL WS-ARCSHIST-EOF
                       READ GSYS-ARCSHIST INTO GSYS-SHIST-REC
                           AT END
                               SET WS-ARCSHIST-EOF TO TRUE
                           NOT AT END
                               PERFORM RELEASE-SHIST-ROW
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-ARCSHIST-EOF-SW
               END-IF
               CLOSE GSYS-ARCSHIST
           END-IF.

       RELEASE-MASTER-ROW.
           MOVE MAST-ID TO GS-ID.
           MOVE MAST-TERM TO GS-TERM.
           MOVE MAST-COURSE TO GS-COURSE.
           MOVE "M" TO GS-SOURCE.
           MOVE MAST-AVG TO GS-AVG.
           MOVE MAST-STATUS TO GS-STATUS.
           IF MAST-UNITS = 0
               MOVE WS-DEFAULT-UNITS TO GS-UNITS
           ELSE
               MOVE MAST-UNITS TO GS-UNITS
           END-IF.
           RELEASE GSORT-REC.

       RELEASE-SHIST-ROW.
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
           IF WS-SHIST-ID-STR NOT = SPACES AND WS-NUMVAL-RC = 0
               MOVE WS-SHIST-ID-STR TO GS-ID
               MOVE WS-SHIST-TERM-STR TO GS-TERM
               IF WS-SHIST-COURSE-STR = SPACES
                   MOVE "GENERAL" TO GS-COURSE
               ELSE
                   MOVE WS-SHIST-COURSE-STR TO GS-COURSE
               END-IF
               MOVE "S" TO GS-SOURCE
               MOVE FUNCTION NUMVAL(WS-SHIST-AVG-STR) TO GS-AVG
               MOVE WS-SHIST-STATUS-STR TO GS-STATUS
               MOVE FUNCTION TEST-NUMVAL(WS-SHIST-UNITS-STR)
                   TO WS-NUMVAL-RC
               IF WS-SHIST-UNITS-STR = SPACES OR WS-NUMVAL-RC NOT = 0
                   MOVE WS-DEFAULT-UNITS TO GS-UNITS
               ELSE
                   MOVE FUNCTION NUMVAL(WS-SHIST-UNITS-STR)
                       TO GS-UNITS
               END-IF
               RELEASE GSORT-REC
           END-IF.

       WRITE-GRAD-HEADERS.
           WRITE GSYS-GRADCAND-REC FROM GRADCAND-HEADER-1.
           MOVE WS-TERM-CODE TO GCAND-TERM-OUT.
           MOVE WS-GRADE-FLOOR TO GCAND-FLOOR-OUT.
           WRITE GSYS-GRADCAND-REC FROM GRADCAND-HEADER-2.
           MOVE SPACES TO GSYS-GRADCAND-REC.
           WRITE GSYS-GRADCAND-REC.
           WRITE GSYS-GRADCAND-REC FROM GRADCAND-COL-HEADER.
           MOVE SPACES TO GSYS-GRADCAND-REC.
           MOVE ALL "-" TO GSYS-GRADCAND-REC(6:115).
           WRITE GSYS-GRADCAND-REC.
           WRITE GSYS-GRADDEF-REC FROM GRADDEF-HEADER-1.
           MOVE WS-TERM-CODE TO GDEF-TERM-OUT.
           WRITE GSYS-GRADDEF-REC FROM GRADDEF-HEADER-2.
           MOVE SPACES TO GSYS-GRADDEF-REC.
           WRITE GSYS-GRADDEF-REC.
           MOVE "ID,NAME,SECTION,CUMULATIVE GWA,HONORS"
               TO GSYS-DIPLOMA-REC.
           WRITE GSYS-DIPLOMA-REC.

       PROCESS-GRAD-ROW.
           IF WS-GROUP-OPEN AND GS-ID NOT = WS-CURR-ID
               PERFORM CLOSE-STUDENT-GROUP
           END-IF.
           IF NOT WS-GROUP-OPEN
               PERFORM START-STUDENT-GROUP
           END-IF.
           IF WS-CAND-FOUND
               IF GS-TERM = WS-LAST-TERM
                       AND GS-COURSE = WS-LAST-COURSE
                   CONTINUE
               ELSE
                   PERFORM APPLY-GRADE-ROW
               END-IF
           END-IF.

       START-STUDENT-GROUP.
           SET WS-GROUP-OPEN TO TRUE.
           MOVE GS-ID TO WS-CURR-ID.
           MOVE SPACES TO WS-LAST-TERM WS-LAST-COURSE.
           MOVE 0 TO WS-STU-UNITS WS-STU-WEIGHTED WS-STU-GWA
                     WS-STU-DEFICIENCIES WS-STU-TERM-COUNT.
           MOVE 999.99 TO WS-STU-LOWEST.
           MOVE "N" TO WS-STU-FLOOR-SW WS-STU-DEF-HDR-SW.
           MOVE GS-ID TO WS-CAND-LOOKUP.
           PERFORM FIND-CANDIDATE-ENTRY.

       APPLY-GRADE-ROW.
           IF GS-TERM NOT = WS-LAST-TERM
               IF WS-STU-TERM-COUNT < 100
                   ADD 1 TO WS-STU-TERM-COUNT
                   MOVE GS-TERM TO STT-TERM(WS-STU-TERM-COUNT)
               END-IF
           END-IF.
           MOVE GS-TERM TO WS-LAST-TERM.
           MOVE GS-COURSE TO WS-LAST-COURSE.
           MOVE GS-TERM TO WS-DEF-TERM.
           MOVE GS-COURSE TO WS-DEF-COURSE.
           MOVE GS-STATUS TO WS-DEF-STATUS.
           EVALUATE GS-STATUS
               WHEN "PASS"
                   PERFORM ADD-GRADED-ROW
               WHEN "FAIL"
                   PERFORM ADD-GRADED-ROW
                   MOVE "FAILED SUBJECT" TO WS-DEF-REASON
                   PERFORM WRITE-DEFICIENCY-LINE
               WHEN "LAPS"
                   PERFORM ADD-GRADED-ROW
                   MOVE "LAPSED INCOMPLETE" TO WS-DEF-REASON
                   PERFORM WRITE-DEFICIENCY-LINE
               WHEN "FA"
                   PERFORM ADD-GRADED-ROW
                   MOVE "FAILED - ABSENCES" TO WS-DEF-REASON
                   PERFORM WRITE-DEFICIENCY-LINE
               WHEN "INC"
                   MOVE "UNRESOLVED INCOMPLETE" TO WS-DEF-REASON
                   PERFORM WRITE-DEFICIENCY-LINE
               WHEN "DRP"
                   MOVE "DROPPED SUBJECT" TO WS-DEF-REASON
                   PERFORM WRITE-DEFICIENCY-LINE
               WHEN OTHER
                   MOVE "NO FINAL GRADE" TO WS-DEF-REASON
                   PERFORM WRITE-DEFICIENCY-LINE
           END-EVALUATE.

       ADD-GRADED-ROW.
           ADD GS-UNITS TO WS-STU-UNITS.
           COMPUTE WS-STU-WEIGHTED =
                   WS-STU-WEIGHTED + GS-AVG * GS-UNITS.
           IF GS-AVG < WS-STU-LOWEST
               MOVE GS-AVG TO WS-STU-LOWEST
           END-IF.
           IF GS-AVG < WS-GRADE-FLOOR
               SET WS-STU-BELOW-FLOOR TO TRUE
           END-IF.

       WRITE-DEFICIENCY-LINE.
           IF NOT WS-STU-DEF-HDR-DONE
               SET WS-STU-DEF-HDR-DONE TO TRUE
               MOVE CAND-ID(WS-CAND-SUB) TO GDEF-ID-OUT
               MOVE CAND-NAME(WS-CAND-SUB) TO GDEF-NAME-OUT
               MOVE CAND-SECTION(WS-CAND-SUB) TO GDEF-SECTION-OUT
               WRITE GSYS-GRADDEF-REC FROM GRADDEF-STUDENT-LINE
           END-IF.
           MOVE WS-DEF-TERM TO GDEF-DTERM-OUT.
           MOVE WS-DEF-COURSE TO GDEF-COURSE-OUT.
           MOVE WS-DEF-STATUS TO GDEF-STATUS-OUT.
           MOVE WS-DEF-REASON TO GDEF-REASON-OUT.
           WRITE GSYS-GRADDEF-REC FROM DISPLAY-GRADDEF-LINE.
           ADD 1 TO WS-STU-DEFICIENCIES.
           ADD 1 TO WS-TOT-DEF-LINES.

       CLOSE-STUDENT-GROUP.
           MOVE "N" TO WS-GROUP-OPEN-SW.
           IF WS-CAND-FOUND
               SET CAND-SEEN(WS-CAND-SUB) TO TRUE
               PERFORM CHECK-MISSING-TERMS
               IF WS-STU-UNITS > 0
                   COMPUTE WS-STU-GWA ROUNDED =
                           WS-STU-WEIGHTED / WS-STU-UNITS
               END-IF
               PERFORM ASSIGN-LATIN-HONORS
               PERFORM WRITE-CANDIDATE-LINE
           END-IF.

       CHECK-MISSING-TERMS.
           PERFORM VARYING WS-REQTERM-SUB FROM 1 BY 1
                   UNTIL WS-REQTERM-SUB > WS-REQTERM-COUNT
               IF WS-REQTERM-EXPLICIT
                       OR (RQT-TERM(WS-REQTERM-SUB) >= STT-TERM(1)
                       AND RQT-TERM(WS-REQTERM-SUB) <= WS-TERM-CODE)
                   PERFORM CHECK-ONE-REQUIRED-TERM
               END-IF
           END-PERFORM.

       CHECK-ONE-REQUIRED-TERM.
           MOVE 1 TO WS-STU-TERM-SUB.
           MOVE "N" TO WS-STU-TERM-FOUND-SW.
           PERFORM UNTIL WS-STU-TERM-SUB > WS-STU-TERM-COUNT
                   OR WS-STU-TERM-FOUND
               IF STT-TERM(WS-STU-TERM-SUB) = RQT-TERM(WS-REQTERM-SUB)
                   SET WS-STU-TERM-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-STU-TERM-SUB
               END-IF
           END-PERFORM.
           IF NOT WS-STU-TERM-FOUND
               MOVE RQT-TERM(WS-REQTERM-SUB) TO WS-DEF-TERM
               MOVE SPACES TO WS-DEF-COURSE WS-DEF-STATUS
               MOVE "MISSING TERM - NO ENROLMENT" TO WS-DEF-REASON
               PERFORM WRITE-DEFICIENCY-LINE
           END-IF.

       ASSIGN-LATIN-HONORS.
           MOVE SPACES TO WS-STU-HONOR.
           MOVE 0 TO WS-HONOR-BEST.
           IF WS-STU-DEFICIENCIES = 0 AND WS-STU-UNITS > 0
               PERFORM VARYING WS-HONOR-SUB FROM 1 BY 1
                       UNTIL WS-HONOR-SUB > WS-HONOR-COUNT
                   IF WS-STU-GWA >= HON-MIN-GWA(WS-HONOR-SUB)
                       IF WS-HONOR-BEST = 0
                           MOVE WS-HONOR-SUB TO WS-HONOR-BEST
                       ELSE
                           IF HON-MIN-GWA(WS-HONOR-SUB) >
                                   HON-MIN-GWA(WS-HONOR-BEST)
                               MOVE WS-HONOR-SUB TO WS-HONOR-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-HONOR-BEST > 0
               IF WS-STU-BELOW-FLOOR
                   MOVE "DISQUALIFIED - FLOOR" TO WS-STU-HONOR
                   ADD 1 TO WS-TOT-FLOOR-DISQ
               ELSE
                   MOVE HON-TITLE(WS-HONOR-BEST) TO WS-STU-HONOR
                   ADD 1 TO HON-COUNT(WS-HONOR-BEST)
               END-IF
           END-IF.

       WRITE-CANDIDATE-LINE.
           ADD 1 TO WS-TOT-CANDIDATES.
           IF WS-STU-DEFICIENCIES = 0
               MOVE "ELIGIBLE" TO WS-STU-RESULT
               ADD 1 TO WS-TOT-ELIGIBLE
           ELSE
               MOVE "DEFICIENT" TO WS-STU-RESULT
               ADD 1 TO WS-TOT-DEFICIENT
               MOVE SPACES TO GSYS-GRADDEF-REC
               WRITE GSYS-GRADDEF-REC
           END-IF.
           MOVE CAND-ID(WS-CAND-SUB) TO GCAND-ID-OUT.
           MOVE CAND-NAME(WS-CAND-SUB) TO GCAND-NAME-OUT.
           MOVE CAND-SECTION(WS-CAND-SUB) TO GCAND-SECTION-OUT.
           MOVE WS-STU-TERM-COUNT TO GCAND-TERMS-OUT.
           MOVE WS-STU-UNITS TO GCAND-UNITS-OUT.
           MOVE WS-STU-GWA TO GCAND-GWA-OUT.
           MOVE WS-STU-RESULT TO GCAND-RESULT-OUT.
           MOVE WS-STU-HONOR TO GCAND-HONOR-OUT.
           WRITE GSYS-GRADCAND-REC FROM DISPLAY-GRADCAND-LINE.
           IF WS-STU-DEFICIENCIES = 0
               PERFORM WRITE-DIPLOMA-RECORD
           END-IF.

       WRITE-DIPLOMA-RECORD.
           MOVE WS-STU-GWA TO WS-GWA-OUT.
           MOVE SPACES TO GSYS-DIPLOMA-REC.
           IF WS-STU-HONOR = "DISQUALIFIED - FLOOR"
               MOVE SPACES TO WS-STU-HONOR
           END-IF.
           STRING FUNCTION TRIM(CAND-ID(WS-CAND-SUB)) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(CAND-NAME(WS-CAND-SUB))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(CAND-SECTION(WS-CAND-SUB))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GWA-OUT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STU-HONOR) DELIMITED BY SIZE
               INTO GSYS-DIPLOMA-REC
           END-STRING.
           WRITE GSYS-DIPLOMA-REC.

       EVALUATE-NO-HISTORY.
           MOVE 0 TO WS-STU-UNITS WS-STU-GWA WS-STU-DEFICIENCIES
                     WS-STU-TERM-COUNT.
           MOVE "N" TO WS-STU-FLOOR-SW WS-STU-DEF-HDR-SW.
           MOVE SPACES TO WS-STU-HONOR WS-DEF-TERM WS-DEF-COURSE
                          WS-DEF-STATUS.
           MOVE "NO GRADE HISTORY ON FILE" TO WS-DEF-REASON.
           PERFORM WRITE-DEFICIENCY-LINE.
           PERFORM WRITE-CANDIDATE-LINE.

       WRITE-GRAD-TOTALS.
           IF WS-TOT-DEF-LINES = 0
               WRITE GSYS-GRADDEF-REC FROM GRADDEF-NONE-LINE
           END-IF.
           MOVE SPACES TO GSYS-GRADCAND-REC.
           WRITE GSYS-GRADCAND-REC.
           MOVE "CANDIDATES EVALUATED:" TO GCAND-LABEL-OUT.
           MOVE WS-TOT-CANDIDATES TO GCAND-COUNT-OUT.
           WRITE GSYS-GRADCAND-REC FROM GRADCAND-COUNT-LINE.
           MOVE "ELIGIBLE TO GRADUATE:" TO GCAND-LABEL-OUT.
           MOVE WS-TOT-ELIGIBLE TO GCAND-COUNT-OUT.
           WRITE GSYS-GRADCAND-REC FROM GRADCAND-COUNT-LINE.
           MOVE "WITH DEFICIENCIES:" TO GCAND-LABEL-OUT.
           MOVE WS-TOT-DEFICIENT TO GCAND-COUNT-OUT.
           WRITE GSYS-GRADCAND-REC FROM GRADCAND-COUNT-LINE.
           PERFORM VARYING WS-HONOR-SUB FROM 1 BY 1
                   UNTIL WS-HONOR-SUB > WS-HONOR-COUNT
               MOVE SPACES TO GCAND-LABEL-OUT
               STRING FUNCTION TRIM(HON-TITLE(WS-HONOR-SUB))
                           DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                   INTO GCAND-LABEL-OUT
               END-STRING
               MOVE HON-COUNT(WS-HONOR-SUB) TO GCAND-COUNT-OUT
               WRITE GSYS-GRADCAND-REC FROM GRADCAND-COUNT-LINE
           END-PERFORM.
           MOVE "HONORS LOST - GRADE FLOOR:" TO GCAND-LABEL-OUT.
           MOVE WS-TOT-FLOOR-DISQ TO GCAND-COUNT-OUT.
           WRITE GSYS-GRADCAND-REC FROM GRADCAND-COUNT-LINE.
