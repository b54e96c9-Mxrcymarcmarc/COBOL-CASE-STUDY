       IDENTIFICATION DIVISION.
       PROGRAM-ID. GSJRNL.
       AUTHOR. GROUP4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GSYS-GRADEJNL ASSIGN TO "GSYS-GRADEJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-FILE-STATUS.

           SELECT OPTIONAL GSYS-TERM ASSIGN TO "GSYS-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.

           SELECT GSYS-CHGRPT ASSIGN TO WS-CHGRPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GSYS-GRADEJNL
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-GRADEJNL-REC.
       01  GSYS-GRADEJNL-REC.
           02 JNL-DATE          PIC X(08).
           02 JNL-TIME          PIC X(06).
           02 JNL-OPERATOR      PIC X(08).
           02 JNL-TERM          PIC X(10).
           02 JNL-ID            PIC X(09).
           02 JNL-COURSE        PIC X(10).
           02 JNL-ACTION        PIC X(06).
           02 JNL-REASON        PIC X(04).
           02 JNL-APPROVAL      PIC X(12).
           02 JNL-BEFORE.
              03 JB-KEY         PIC X(29).
              03 JB-YEAR-SUB    PIC 9.
              03 JB-NAME        PIC X(20).
              03 JB-SECTION     PIC X(10).
              03 JB-PRELIM      PIC 999V99.
              03 JB-MIDTERM     PIC 999V99.
              03 JB-FINAL       PIC 999V99.
              03 JB-AVG         PIC 999V99.
              03 JB-STATUS      PIC X(04).
              03 JB-MARKS       PIC X(09).
              03 JB-POINTS      PIC 9V99.
              03 JB-UNITS       PIC 9V9.
           02 JNL-AFTER.
              03 JA-KEY         PIC X(29).
              03 JA-YEAR-SUB    PIC 9.
              03 JA-NAME        PIC X(20).
              03 JA-SECTION     PIC X(10).
              03 JA-PRELIM      PIC 999V99.
              03 JA-MIDTERM     PIC 999V99.
              03 JA-FINAL       PIC 999V99.
              03 JA-AVG         PIC 999V99.
              03 JA-STATUS      PIC X(04).
              03 JA-MARKS       PIC X(09).
              03 JA-POINTS      PIC 9V99.
              03 JA-UNITS       PIC 9V9.

       FD  GSYS-TERM
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-TERM-REC.
       01  GSYS-TERM-REC PIC X(10).

       FD  GSYS-CHGRPT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-CHGRPT-REC.
       01  GSYS-CHGRPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-CONTROLS.
           02 WS-JNL-FILE-STATUS      PIC XX      VALUE SPACES.
           02 WS-TERM-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-JNL-EOF-SW           PIC X       VALUE "N".
              88 WS-JNL-EOF                       VALUE "Y".
           02 WS-CHGRPT-FILENAME      PIC X(30)   VALUE SPACES.
           02 WS-TERM-CODE            PIC X(10)   VALUE SPACES.

       01  WS-CHANGE-TOTALS.
           02 WS-JNL-READ             PIC 9(7)    VALUE 0.
           02 WS-CHG-ADDS             PIC 9(5)    VALUE 0.
           02 WS-CHG-CHANGES          PIC 9(5)    VALUE 0.
           02 WS-CHG-DELETES          PIC 9(5)    VALUE 0.
           02 WS-CHG-TOTAL            PIC 9(5)    VALUE 0.
           02 WS-GRADE-EDIT           PIC ZZ9.99.

       01  CHG-HEADER-1.
           02 FILLER PIC X(9)  VALUE SPACES.
           02 FILLER PIC X(41) VALUE
               "POLYTECHNIC UNIVERSITY OF THE PHILIPPINES".
       01  CHG-HEADER-2.
           02 FILLER PIC X(8)  VALUE SPACES.
           02 FILLER PIC X(43) VALUE
               "COLLEGE OF COMPUTER AND INFORMATION SCIENCE".
       01  CHG-HEADER-3.
           02 FILLER           PIC X(15) VALUE SPACES.
           02 FILLER           PIC X(26) VALUE
               "GRADE CHANGES FOR TERM:  ".
           02 CHG-TERM-OUT     PIC X(10).
       01  CHG-RULE-LINE.
           02 FILLER PIC X(96) VALUE ALL "=".
       01  CHG-DASH-LINE.
           02 FILLER PIC X(96) VALUE ALL "-".
       01  CHG-COL-HEADER-1.
           02 FILLER PIC X(3)  VALUE SPACES.
           02 FILLER PIC X(10) VALUE "DATE".
           02 FILLER PIC X(8)  VALUE "TIME".
           02 FILLER PIC X(10) VALUE "OPERATOR".
           02 FILLER PIC X(11) VALUE "STUDENT ID".
           02 FILLER PIC X(12) VALUE "COURSE".
           02 FILLER PIC X(8)  VALUE "ACTION".
           02 FILLER PIC X(8)  VALUE "REASON".
           02 FILLER PIC X(12) VALUE "APPROVAL".
       01  CHG-COL-HEADER-2.
           02 FILLER PIC X(13) VALUE SPACES.
           02 FILLER PIC X(8)  VALUE "IMAGE".
           02 FILLER PIC X(22) VALUE "NAME".
           02 FILLER PIC X(8)  VALUE "PRELIM".
           02 FILLER PIC X(8)  VALUE "MIDTERM".
           02 FILLER PIC X(8)  VALUE "FINAL".
           02 FILLER PIC X(8)  VALUE "AVERAGE".
           02 FILLER PIC X(6)  VALUE "STATUS".
       01  DISPLAY-CHG-LINE.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 CHG-DATE-OUT         PIC X(08).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 CHG-TIME-OUT         PIC X(06).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 CHG-OPER-OUT         PIC X(08).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 CHG-ID-OUT           PIC X(09).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 CHG-COURSE-OUT       PIC X(10).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 CHG-ACTION-OUT       PIC X(06).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 CHG-REASON-OUT       PIC X(04).
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 CHG-APPROVAL-OUT     PIC X(12).
       01  DISPLAY-IMAGE-LINE.
           02 FILLER               PIC X(13) VALUE SPACES.
           02 IMG-LABEL-OUT        PIC X(06).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 IMG-NAME-OUT         PIC X(20).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 IMG-PRELIM-OUT       PIC X(06).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 IMG-MIDTERM-OUT      PIC X(06).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 IMG-FINAL-OUT        PIC X(06).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 IMG-AVG-OUT          PIC X(06).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 IMG-STATUS-OUT       PIC X(04).
       01  CHG-TOTAL-LINE.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 FILLER               PIC X(15) VALUE "TOTAL CHANGES: ".
           02 CHG-TOT-OUT          PIC ZZZZ9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 FILLER               PIC X(6)  VALUE "ADDS: ".
           02 CHG-TOT-ADD-OUT      PIC ZZZZ9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 FILLER               PIC X(9)  VALUE "CHANGES: ".
           02 CHG-TOT-CHG-OUT      PIC ZZZZ9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 FILLER               PIC X(9)  VALUE "DELETES: ".
           02 CHG-TOT-DEL-OUT      PIC ZZZZ9.
       01  CHG-NONE-LINE.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 FILLER               PIC X(40) VALUE
               "No grade changes journaled for the term.".
       01  CHG-SIGN-LINE.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 SIGN-LABEL-OUT       PIC X(22).
           02 FILLER               PIC X(30) VALUE ALL "_".
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 FILLER               PIC X(6)  VALUE "DATE: ".
           02 FILLER               PIC X(12) VALUE ALL "_".

       PROCEDURE DIVISION.
           PERFORM INIT-TERM-CODE.
           OPEN INPUT GSYS-GRADEJNL.
           IF WS-JNL-FILE-STATUS NOT = "00"
               DISPLAY "Grade change journal GSYS-GRADEJNL.DAT not "
                   "found - report will show no changes."
           END-IF.
           OPEN OUTPUT GSYS-CHGRPT.
           PERFORM WRITE-CHGRPT-HEADERS.
           IF WS-JNL-FILE-STATUS = "00"
               PERFORM UNTIL WS-JNL-EOF
                   READ GSYS-GRADEJNL
                       AT END
                           SET WS-JNL-EOF TO TRUE
                       NOT AT END
                           PERFORM PROCESS-JOURNAL-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE GSYS-GRADEJNL.
           PERFORM WRITE-CHGRPT-TOTALS.
           PERFORM WRITE-SIGNOFF-BLOCK.
           CLOSE GSYS-CHGRPT.
           DISPLAY "Journal records read: " WS-JNL-READ.
           DISPLAY "Grade changes for term "
               FUNCTION TRIM(WS-TERM-CODE) ": " WS-CHG-TOTAL.
           DISPLAY "Report written to "
               FUNCTION TRIM(WS-CHGRPT-FILENAME).
           IF WS-JNL-FILE-STATUS = "00"
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INIT-TERM-CODE.
           OPEN INPUT GSYS-TERM.
           IF WS-TERM-FILE-STATUS = "00"
               READ GSYS-TERM INTO GSYS-TERM-REC
               MOVE GSYS-TERM-REC TO WS-TERM-CODE
           END-IF.
           CLOSE GSYS-TERM.
           IF WS-TERM-CODE = SPACES
               MOVE "UNSPEC" TO WS-TERM-CODE
           END-IF.
           MOVE SPACES TO WS-CHGRPT-FILENAME.
           STRING "GSYS-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERM-CODE) DELIMITED BY SIZE
                   "-GRADECHG.DAT" DELIMITED BY SIZE
               INTO WS-CHGRPT-FILENAME
           END-STRING.

       WRITE-CHGRPT-HEADERS.
           WRITE GSYS-CHGRPT-REC FROM CHG-RULE-LINE.
           WRITE GSYS-CHGRPT-REC FROM CHG-HEADER-1.
           WRITE GSYS-CHGRPT-REC FROM CHG-HEADER-2.
           MOVE WS-TERM-CODE TO CHG-TERM-OUT.
           WRITE GSYS-CHGRPT-REC FROM CHG-HEADER-3.
           WRITE GSYS-CHGRPT-REC FROM CHG-DASH-LINE.
           WRITE GSYS-CHGRPT-REC FROM CHG-COL-HEADER-1.
           WRITE GSYS-CHGRPT-REC FROM CHG-COL-HEADER-2.
           WRITE GSYS-CHGRPT-REC FROM CHG-DASH-LINE.

       PROCESS-JOURNAL-RECORD.
           ADD 1 TO WS-JNL-READ.
           IF JNL-TERM = WS-TERM-CODE
               PERFORM WRITE-CHANGE-ENTRY
           END-IF.

       WRITE-CHANGE-ENTRY.
           ADD 1 TO WS-CHG-TOTAL.
           EVALUATE JNL-ACTION
               WHEN "ADD"
                   ADD 1 TO WS-CHG-ADDS
               WHEN "CHANGE"
                   ADD 1 TO WS-CHG-CHANGES
               WHEN "DELETE"
                   ADD 1 TO WS-CHG-DELETES
           END-EVALUATE.
           MOVE JNL-DATE TO CHG-DATE-OUT.
           MOVE JNL-TIME TO CHG-TIME-OUT.
           MOVE JNL-OPERATOR TO CHG-OPER-OUT.
           MOVE JNL-ID TO CHG-ID-OUT.
           MOVE JNL-COURSE TO CHG-COURSE-OUT.
           MOVE JNL-ACTION TO CHG-ACTION-OUT.
           MOVE JNL-REASON TO CHG-REASON-OUT.
           IF JNL-APPROVAL = SPACES
               MOVE "(NONE)" TO CHG-APPROVAL-OUT
           ELSE
               MOVE JNL-APPROVAL TO CHG-APPROVAL-OUT
           END-IF.
           WRITE GSYS-CHGRPT-REC FROM DISPLAY-CHG-LINE.
           PERFORM WRITE-BEFORE-IMAGE.
           PERFORM WRITE-AFTER-IMAGE.
           MOVE SPACES TO GSYS-CHGRPT-REC.
           WRITE GSYS-CHGRPT-REC.

       WRITE-BEFORE-IMAGE.
           MOVE "BEFORE" TO IMG-LABEL-OUT.
           IF JNL-BEFORE = SPACES
               MOVE "(NO RECORD)" TO IMG-NAME-OUT
               MOVE SPACES TO IMG-PRELIM-OUT IMG-MIDTERM-OUT
                              IMG-FINAL-OUT IMG-AVG-OUT
                              IMG-STATUS-OUT
           ELSE
               MOVE JB-NAME TO IMG-NAME-OUT
               MOVE JB-PRELIM TO WS-GRADE-EDIT
               MOVE WS-GRADE-EDIT TO IMG-PRELIM-OUT
               MOVE JB-MIDTERM TO WS-GRADE-EDIT
               MOVE WS-GRADE-EDIT TO IMG-MIDTERM-OUT
               MOVE JB-FINAL TO WS-GRADE-EDIT
               MOVE WS-GRADE-EDIT TO IMG-FINAL-OUT
               MOVE JB-AVG TO WS-GRADE-EDIT
               MOVE WS-GRADE-EDIT TO IMG-AVG-OUT
               MOVE JB-STATUS TO IMG-STATUS-OUT
           END-IF.
           WRITE GSYS-CHGRPT-REC FROM DISPLAY-IMAGE-LINE.

       WRITE-AFTER-IMAGE.
           MOVE "AFTER" TO IMG-LABEL-OUT.
           IF JNL-AFTER = SPACES
               MOVE "(DELETED)" TO IMG-NAME-OUT
               MOVE SPACES TO IMG-PRELIM-OUT IMG-MIDTERM-OUT
                              IMG-FINAL-OUT IMG-AVG-OUT
                              IMG-STATUS-OUT
           ELSE
               MOVE JA-NAME TO IMG-NAME-OUT
               MOVE JA-PRELIM TO WS-GRADE-EDIT
               MOVE WS-GRADE-EDIT TO IMG-PRELIM-OUT
               MOVE JA-MIDTERM TO WS-GRADE-EDIT
               MOVE WS-GRADE-EDIT TO IMG-MIDTERM-OUT
               MOVE JA-FINAL TO WS-GRADE-EDIT
               MOVE WS-GRADE-EDIT TO IMG-FINAL-OUT
               MOVE JA-AVG TO WS-GRADE-EDIT
               MOVE WS-GRADE-EDIT TO IMG-AVG-OUT
               MOVE JA-STATUS TO IMG-STATUS-OUT
           END-IF.
           WRITE GSYS-CHGRPT-REC FROM DISPLAY-IMAGE-LINE.

       WRITE-CHGRPT-TOTALS.
           IF WS-CHG-TOTAL = 0
               WRITE GSYS-CHGRPT-REC FROM CHG-NONE-LINE
           END-IF.
           WRITE GSYS-CHGRPT-REC FROM CHG-DASH-LINE.
           MOVE WS-CHG-TOTAL TO CHG-TOT-OUT.
           MOVE WS-CHG-ADDS TO CHG-TOT-ADD-OUT.
           MOVE WS-CHG-CHANGES TO CHG-TOT-CHG-OUT.
           MOVE WS-CHG-DELETES TO CHG-TOT-DEL-OUT.
           WRITE GSYS-CHGRPT-REC FROM CHG-TOTAL-LINE.
           WRITE GSYS-CHGRPT-REC FROM CHG-RULE-LINE.

       WRITE-SIGNOFF-BLOCK.
           MOVE SPACES TO GSYS-CHGRPT-REC.
           WRITE GSYS-CHGRPT-REC.
           WRITE GSYS-CHGRPT-REC.
           MOVE "PREPARED BY:" TO SIGN-LABEL-OUT.
           WRITE GSYS-CHGRPT-REC FROM CHG-SIGN-LINE.
           MOVE SPACES TO GSYS-CHGRPT-REC.
           WRITE GSYS-CHGRPT-REC.
           MOVE "VERIFIED (REGISTRAR):" TO SIGN-LABEL-OUT.
           WRITE GSYS-CHGRPT-REC FROM CHG-SIGN-LINE.
           MOVE SPACES TO GSYS-CHGRPT-REC.
           WRITE GSYS-CHGRPT-REC.
           MOVE "APPROVED (DEAN):" TO SIGN-LABEL-OUT.
           WRITE GSYS-CHGRPT-REC FROM CHG-SIGN-LINE.
