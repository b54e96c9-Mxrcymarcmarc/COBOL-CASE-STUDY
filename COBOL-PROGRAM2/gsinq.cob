       IDENTIFICATION DIVISION.
       PROGRAM-ID. GSINQ.
       AUTHOR. GROUP4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GSYS-TERM ASSIGN TO "GSYS-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.

           SELECT GSYS-MASTER ASSIGN TO "GSYS-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-SECTION WITH DUPLICATES
               FILE STATUS IS WS-MAST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GSYS-TERM
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-TERM-REC.
       01  GSYS-TERM-REC PIC X(10).

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

       WORKING-STORAGE SECTION.
       01  WS-FILE-CONTROLS.
           02 WS-TERM-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-MAST-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-MAST-EOF-SW          PIC X       VALUE "N".
              88 WS-MAST-EOF                      VALUE "Y".
           02 WS-SCAN-DONE-SW         PIC X       VALUE "N".
              88 WS-SCAN-DONE                     VALUE "Y".
           02 WS-TERM-CODE            PIC X(10)   VALUE SPACES.

       01  WS-INQUIRY-CONTROLS.
           02 WS-INQ-DONE-SW          PIC X       VALUE "N".
              88 WS-INQ-DONE                      VALUE "Y".
           02 WS-BROWSE-DONE-SW       PIC X       VALUE "N".
              88 WS-BROWSE-DONE                   VALUE "Y".
           02 WS-BREAK-ON-TERM-SW     PIC X       VALUE "N".
              88 WS-BREAK-ON-TERM                 VALUE "Y".
           02 WS-MENU-CHOICE          PIC X       VALUE SPACES.
           02 WS-PAGE-CMD             PIC X       VALUE SPACES.
           02 WS-INQ-ID               PIC X(09)   VALUE SPACES.
           02 WS-INQ-NAME             PIC X(20)   VALUE SPACES.
           02 WS-INQ-TERM             PIC X(10)   VALUE SPACES.
           02 WS-INQ-SECTION          PIC X(10)   VALUE SPACES.
           02 WS-SCAN-TERM            PIC X(10)   VALUE SPACES.
           02 WS-NAME-LEN             PIC 99      VALUE 0.
           02 WS-PICK                 PIC 99      VALUE 0.
           02 WS-MESSAGE              PIC X(60)   VALUE SPACES.
           02 SCREEN-LINE             PIC 99      VALUE 0.

       01  WS-ROW-CONTROLS.
           02 WS-ROW-COUNT            PIC 9(3)    VALUE 0.
           02 WS-ROW-SUB              PIC 9(3)    VALUE 0.
           02 WS-ROW-END              PIC 9(3)    VALUE 0.
           02 WS-ROW-POS              PIC 9(3)    VALUE 0.
           02 WS-ROW-FULL-SW          PIC X       VALUE "N".
              88 WS-ROW-FULL                      VALUE "Y".
           02 WS-PAGE-COUNT           PIC 9(3)    VALUE 0.
           02 WS-PAGE-SUB             PIC 9(3)    VALUE 0.
           02 WS-PAGE-LINES           PIC 99      VALUE 0.
           02 WS-PAGE-TERM            PIC X(10)   VALUE SPACES.

       01  INQ-ROW-TABLE.
           02 INQ-ROW OCCURS 400  PIC X(98).

       01  PAGE-TABLE.
           02 PAGE-START OCCURS 400 PIC 9(3).

       01  WS-MATCH-CONTROLS.
           02 WS-MATCH-COUNT          PIC 99      VALUE 0.
           02 WS-MATCH-SUB            PIC 99      VALUE 0.
           02 WS-MATCH-FOUND-SW       PIC X       VALUE "N".
              88 WS-MATCH-FOUND                   VALUE "Y".

       01  MATCH-TABLE.
           02 MATCH-ENTRY OCCURS 15.
              03 MATCH-ID         PIC X(09).
              03 MATCH-NAME       PIC X(20).
              03 MATCH-TERM       PIC X(10).
              03 MATCH-SECTION    PIC X(10).

       01  WS-INQ-REC.
           02 INQ-KEY.
              03 INQ-TERM       PIC X(10).
              03 INQ-ID         PIC X(09).
              03 INQ-COURSE     PIC X(10).
           02 INQ-YEAR-SUB      PIC 9.
           02 INQ-NAME          PIC X(20).
           02 INQ-SECTION       PIC X(10).
           02 INQ-PRELIM        PIC 999V99.
           02 INQ-MIDTERM       PIC 999V99.
           02 INQ-FINAL         PIC 999V99.
           02 INQ-AVG           PIC 999V99.
           02 INQ-STATUS        PIC X(04).
           02 INQ-PRELIM-MARK   PIC X(03).
           02 INQ-MIDTERM-MARK  PIC X(03).
           02 INQ-FINAL-MARK    PIC X(03).
           02 INQ-POINTS        PIC 9V99.
           02 INQ-UNITS         PIC 9V9.

       01  INQ-SUBJECT-HEADER.
           02 FILLER PIC X(12) VALUE "COURSE".
           02 FILLER PIC X(6)  VALUE "UNITS".
           02 FILLER PIC X(11) VALUE "PRELIM".
           02 FILLER PIC X(11) VALUE "MIDTERM".
           02 FILLER PIC X(11) VALUE "FINAL".
           02 FILLER PIC X(8)  VALUE "AVERAGE".
           02 FILLER PIC X(6)  VALUE "PTS".
           02 FILLER PIC X(6)  VALUE "STATUS".
       01  INQ-SUBJECT-LINE.
           02 INQS-COURSE-OUT      PIC X(10).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 INQS-UNITS-OUT       PIC 9.9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 INQS-PRELIM-OUT      PIC ZZ9.99.
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 INQS-PRELIM-MK-OUT   PIC X(03).
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 INQS-MIDTERM-OUT     PIC ZZ9.99.
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 INQS-MIDTERM-MK-OUT  PIC X(03).
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 INQS-FINAL-OUT       PIC ZZ9.99.
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 INQS-FINAL-MK-OUT    PIC X(03).
           02 FILLER               PIC X(1)  VALUE SPACES.
           02 INQS-AVG-OUT         PIC ZZ9.99.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 INQS-POINTS-OUT      PIC 9.99.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 INQS-STATUS-OUT      PIC X(04).

       01  INQ-SECTION-HEADER.
           02 FILLER PIC X(12) VALUE "STUDENT ID".
           02 FILLER PIC X(22) VALUE "NAME".
           02 FILLER PIC X(12) VALUE "COURSE".
           02 FILLER PIC X(4)  VALUE "YR".
           02 FILLER PIC X(9)  VALUE "AVERAGE".
           02 FILLER PIC X(6)  VALUE "PTS".
           02 FILLER PIC X(6)  VALUE "STATUS".
       01  INQ-SECTION-LINE.
           02 INQX-ID-OUT          PIC X(09).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 INQX-NAME-OUT        PIC X(20).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 INQX-COURSE-OUT      PIC X(10).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 INQX-YEAR-OUT        PIC 9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 INQX-AVG-OUT         PIC ZZ9.99.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 INQX-POINTS-OUT      PIC 9.99.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 INQX-STATUS-OUT      PIC X(04).

       01  INQ-MATCH-LINE.
           02 INQM-NUM-OUT         PIC Z9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 INQM-ID-OUT          PIC X(09).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 INQM-NAME-OUT        PIC X(20).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 INQM-TERM-OUT        PIC X(10).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 INQM-SECTION-OUT     PIC X(10).

       01  INQ-PAGE-LINE.
           02 FILLER               PIC X(5)  VALUE "Page ".
           02 INQP-PAGE-OUT        PIC ZZ9.
           02 FILLER               PIC X(4)  VALUE " of ".
           02 INQP-PAGES-OUT       PIC ZZ9.

       SCREEN SECTION.
       01  BLANK-SCREEN-DEF.
           02 BLANK SCREEN.

       PROCEDURE DIVISION.
           PERFORM INIT-TERM-CODE.
           OPEN INPUT GSYS-MASTER.
           IF WS-MAST-FILE-STATUS NOT = "00"
               DISPLAY "Grade master unavailable - status "
                   WS-MAST-FILE-STATUS " - inquiry not started."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-INQ-DONE
               PERFORM SHOW-MAIN-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "1"
                       PERFORM INQUIRE-BY-ID
                   WHEN "2"
                       PERFORM INQUIRE-BY-NAME
                   WHEN "3"
                       PERFORM INQUIRE-BY-SECTION
                   WHEN "X"
                   WHEN "x"
                       SET WS-INQ-DONE TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           CLOSE GSYS-MASTER.
           DISPLAY BLANK-SCREEN-DEF.
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

       SHOW-MAIN-MENU.
           DISPLAY BLANK-SCREEN-DEF.
           DISPLAY "STUDENT GRADE INQUIRY" LINE 2 COLUMN 28.
           DISPLAY "(read only)" LINE 3 COLUMN 33.
           DISPLAY "1 - Student grades by ID" LINE 6 COLUMN 20.
           DISPLAY "2 - Search by name" LINE 7 COLUMN 20.
           DISPLAY "3 - Term and section list" LINE 8 COLUMN 20.
           DISPLAY "X - Exit" LINE 9 COLUMN 20.
           DISPLAY "Selection: " LINE 11 COLUMN 20.
           MOVE SPACES TO WS-MENU-CHOICE.
           ACCEPT WS-MENU-CHOICE LINE 11 COLUMN 31.

       INQUIRE-BY-ID.
           DISPLAY BLANK-SCREEN-DEF.
           DISPLAY "GRADE INQUIRY - STUDENT RECORD" LINE 2 COLUMN 25.
           DISPLAY "Student number: " LINE 5 COLUMN 10.
           MOVE SPACES TO WS-INQ-ID.
           ACCEPT WS-INQ-ID LINE 5 COLUMN 27.
           IF WS-INQ-ID NOT = SPACES
               PERFORM SHOW-STUDENT
           END-IF.

       SHOW-STUDENT.
           PERFORM LOAD-STUDENT-ROWS.
           IF WS-ROW-COUNT = 0
               MOVE SPACES TO WS-MESSAGE
               STRING "No grades on file for student "
                           DELIMITED BY SIZE
                       WS-INQ-ID DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               PERFORM SHOW-MESSAGE
           ELSE
               SET WS-BREAK-ON-TERM TO TRUE
               PERFORM BUILD-PAGES
               PERFORM BROWSE-PAGES
           END-IF.

       LOAD-STUDENT-ROWS.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE "N" TO WS-ROW-FULL-SW.
           MOVE "N" TO WS-MAST-EOF-SW.
           MOVE LOW-VALUES TO MAST-KEY.
           START GSYS-MASTER KEY IS NOT LESS THAN MAST-KEY
               INVALID KEY
                   SET WS-MAST-EOF TO TRUE
           END-START.
           IF NOT WS-MAST-EOF
               READ GSYS-MASTER NEXT RECORD
                   AT END
                       SET WS-MAST-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL WS-MAST-EOF
               MOVE MAST-TERM TO WS-SCAN-TERM
               PERFORM LOAD-STUDENT-TERM
               PERFORM SKIP-TO-NEXT-TERM
           END-PERFORM.
           IF WS-ROW-FULL
               MOVE "Only the first 400 subjects are shown."
                   TO WS-MESSAGE
               PERFORM SHOW-MESSAGE
           END-IF.

       LOAD-STUDENT-TERM.
           MOVE "N" TO WS-SCAN-DONE-SW.
           MOVE WS-SCAN-TERM TO MAST-TERM.
           MOVE WS-INQ-ID TO MAST-ID.
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
                       IF MAST-TERM = WS-SCAN-TERM
                               AND MAST-ID = WS-INQ-ID
                           PERFORM ADD-INQ-ROW
                       ELSE
                           SET WS-SCAN-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       SKIP-TO-NEXT-TERM.
           MOVE WS-SCAN-TERM TO MAST-TERM.
           MOVE HIGH-VALUES TO MAST-ID MAST-COURSE.
           START GSYS-MASTER KEY IS GREATER THAN MAST-KEY
               INVALID KEY
                   SET WS-MAST-EOF TO TRUE
           END-START.
           IF NOT WS-MAST-EOF
               READ GSYS-MASTER NEXT RECORD
                   AT END
                       SET WS-MAST-EOF TO TRUE
               END-READ
           END-IF.

       ADD-INQ-ROW.
           IF WS-ROW-COUNT >= 400
               SET WS-ROW-FULL TO TRUE
           ELSE
               ADD 1 TO WS-ROW-COUNT
               MOVE GSYS-MASTER-REC TO INQ-ROW(WS-ROW-COUNT)
           END-IF.

       INQUIRE-BY-NAME.
           DISPLAY BLANK-SCREEN-DEF.
           DISPLAY "GRADE INQUIRY - NAME SEARCH" LINE 2 COLUMN 26.
           DISPLAY "Name begins with: " LINE 5 COLUMN 10.
           MOVE SPACES TO WS-INQ-NAME.
           ACCEPT WS-INQ-NAME LINE 5 COLUMN 29.
           IF WS-INQ-NAME NOT = SPACES
               PERFORM FIND-NAME-MATCHES
               IF WS-MATCH-COUNT = 0
                   MOVE "No student name begins with that text."
                       TO WS-MESSAGE
                   PERFORM SHOW-MESSAGE
               ELSE
                   PERFORM PICK-NAME-MATCH
               END-IF
           END-IF.

       FIND-NAME-MATCHES.
           MOVE 20 TO WS-NAME-LEN.
           PERFORM UNTIL WS-NAME-LEN = 1
                   OR WS-INQ-NAME(WS-NAME-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-NAME-LEN
           END-PERFORM.
           MOVE 0 TO WS-MATCH-COUNT.
           MOVE "N" TO WS-SCAN-DONE-SW.
           MOVE WS-INQ-NAME TO MAST-NAME.
           START GSYS-MASTER KEY IS NOT LESS THAN MAST-NAME
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE
               READ GSYS-MASTER NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF MAST-NAME(1:WS-NAME-LEN)
                               = WS-INQ-NAME(1:WS-NAME-LEN)
                           PERFORM ADD-NAME-MATCH
                       ELSE
                           SET WS-SCAN-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-NAME-MATCH.
           MOVE 1 TO WS-MATCH-SUB.
           MOVE "N" TO WS-MATCH-FOUND-SW.
           PERFORM UNTIL WS-MATCH-SUB > WS-MATCH-COUNT
                   OR WS-MATCH-FOUND
               IF MATCH-ID(WS-MATCH-SUB) = MAST-ID
                   SET WS-MATCH-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-SUB
               END-IF
           END-PERFORM.
           IF WS-MATCH-FOUND
               IF MAST-TERM > MATCH-TERM(WS-MATCH-SUB)
                   MOVE MAST-TERM TO MATCH-TERM(WS-MATCH-SUB)
                   MOVE MAST-SECTION TO MATCH-SECTION(WS-MATCH-SUB)
               END-IF
           ELSE
               IF WS-MATCH-COUNT >= 15
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   MOVE MAST-ID TO MATCH-ID(WS-MATCH-COUNT)
                   MOVE MAST-NAME TO MATCH-NAME(WS-MATCH-COUNT)
                   MOVE MAST-TERM TO MATCH-TERM(WS-MATCH-COUNT)
                   MOVE MAST-SECTION TO MATCH-SECTION(WS-MATCH-COUNT)
               END-IF
           END-IF.

       PICK-NAME-MATCH.
           DISPLAY BLANK-SCREEN-DEF.
           DISPLAY "GRADE INQUIRY - NAME SEARCH" LINE 1 COLUMN 26.
           DISPLAY "NO   STUDENT ID   NAME" LINE 3 COLUMN 2.
           DISPLAY "LATEST TERM   SECTION" LINE 3 COLUMN 43.
           MOVE 4 TO SCREEN-LINE.
           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
                   UNTIL WS-MATCH-SUB > WS-MATCH-COUNT
               ADD 1 TO SCREEN-LINE
               MOVE WS-MATCH-SUB TO INQM-NUM-OUT
               MOVE MATCH-ID(WS-MATCH-SUB) TO INQM-ID-OUT
               MOVE MATCH-NAME(WS-MATCH-SUB) TO INQM-NAME-OUT
               MOVE MATCH-TERM(WS-MATCH-SUB) TO INQM-TERM-OUT
               MOVE MATCH-SECTION(WS-MATCH-SUB) TO INQM-SECTION-OUT
               DISPLAY INQ-MATCH-LINE LINE SCREEN-LINE COLUMN 2
           END-PERFORM.
           IF WS-MATCH-COUNT >= 15
               DISPLAY "More names match - enter a longer name."
                   LINE 21 COLUMN 2
           END-IF.
           DISPLAY "Number to view (Enter to return): "
               LINE 22 COLUMN 2.
           MOVE 0 TO WS-PICK.
           ACCEPT WS-PICK LINE 22 COLUMN 37.
           IF WS-PICK > 0 AND WS-PICK <= WS-MATCH-COUNT
               MOVE MATCH-ID(WS-PICK) TO WS-INQ-ID
               PERFORM SHOW-STUDENT
           END-IF.

       INQUIRE-BY-SECTION.
           DISPLAY BLANK-SCREEN-DEF.
           DISPLAY "GRADE INQUIRY - SECTION LIST" LINE 2 COLUMN 26.
           DISPLAY "Term code: " LINE 5 COLUMN 10.
           DISPLAY "Section: " LINE 6 COLUMN 10.
           MOVE WS-TERM-CODE TO WS-INQ-TERM.
           DISPLAY WS-INQ-TERM LINE 5 COLUMN 21.
           ACCEPT WS-INQ-TERM LINE 5 COLUMN 21.
           MOVE SPACES TO WS-INQ-SECTION.
           ACCEPT WS-INQ-SECTION LINE 6 COLUMN 21.
           IF WS-INQ-TERM = SPACES
               MOVE WS-TERM-CODE TO WS-INQ-TERM
           END-IF.
           IF WS-INQ-SECTION NOT = SPACES
               PERFORM LOAD-SECTION-ROWS
               IF WS-ROW-COUNT = 0
                   MOVE "No grades on file for that term and section."
                       TO WS-MESSAGE
                   PERFORM SHOW-MESSAGE
               ELSE
                   MOVE "N" TO WS-BREAK-ON-TERM-SW
                   PERFORM BUILD-PAGES
                   PERFORM BROWSE-PAGES
               END-IF
           END-IF.

       LOAD-SECTION-ROWS.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE "N" TO WS-ROW-FULL-SW.
           MOVE "N" TO WS-SCAN-DONE-SW.
           MOVE WS-INQ-SECTION TO MAST-SECTION.
           START GSYS-MASTER KEY IS NOT LESS THAN MAST-SECTION
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE
               READ GSYS-MASTER NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF MAST-SECTION NOT = WS-INQ-SECTION
                           SET WS-SCAN-DONE TO TRUE
                       ELSE
                           IF MAST-TERM = WS-INQ-TERM
                               PERFORM INSERT-SECTION-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ROW-FULL
               MOVE "Only the first 400 entries are shown."
                   TO WS-MESSAGE
               PERFORM SHOW-MESSAGE
           END-IF.

       INSERT-SECTION-ROW.
           IF WS-ROW-COUNT >= 400
               SET WS-ROW-FULL TO TRUE
           ELSE
               MOVE 1 TO WS-ROW-POS
               PERFORM UNTIL WS-ROW-POS > WS-ROW-COUNT
                       OR INQ-ROW(WS-ROW-POS)(11:19) > MAST-KEY(11:19)
                   ADD 1 TO WS-ROW-POS
               END-PERFORM
               PERFORM VARYING WS-ROW-SUB FROM WS-ROW-COUNT BY -1
                       UNTIL WS-ROW-SUB < WS-ROW-POS
                   MOVE INQ-ROW(WS-ROW-SUB) TO INQ-ROW(WS-ROW-SUB + 1)
               END-PERFORM
               MOVE GSYS-MASTER-REC TO INQ-ROW(WS-ROW-POS)
               ADD 1 TO WS-ROW-COUNT
           END-IF.

       BUILD-PAGES.
           MOVE 0 TO WS-PAGE-COUNT WS-PAGE-LINES.
           MOVE SPACES TO WS-PAGE-TERM.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
               MOVE INQ-ROW(WS-ROW-SUB) TO WS-INQ-REC
               IF WS-PAGE-COUNT = 0 OR WS-PAGE-LINES >= 13
                       OR (WS-BREAK-ON-TERM
                           AND INQ-TERM NOT = WS-PAGE-TERM)
                   ADD 1 TO WS-PAGE-COUNT
                   MOVE WS-ROW-SUB TO PAGE-START(WS-PAGE-COUNT)
                   MOVE 0 TO WS-PAGE-LINES
                   MOVE INQ-TERM TO WS-PAGE-TERM
               END-IF
               ADD 1 TO WS-PAGE-LINES
           END-PERFORM.

       BROWSE-PAGES.
           MOVE 1 TO WS-PAGE-SUB.
           MOVE "N" TO WS-BROWSE-DONE-SW.
           PERFORM UNTIL WS-BROWSE-DONE
               IF WS-BREAK-ON-TERM
                   PERFORM SHOW-STUDENT-PAGE
               ELSE
                   PERFORM SHOW-SECTION-PAGE
               END-IF
               MOVE WS-PAGE-SUB TO INQP-PAGE-OUT
               MOVE WS-PAGE-COUNT TO INQP-PAGES-OUT
               DISPLAY INQ-PAGE-LINE LINE 21 COLUMN 2
               DISPLAY "N-Next  P-Previous  X-Return    Command: "
                   LINE 22 COLUMN 2
               MOVE SPACES TO WS-PAGE-CMD
               ACCEPT WS-PAGE-CMD LINE 22 COLUMN 43
               EVALUATE WS-PAGE-CMD
                   WHEN "N"
                   WHEN "n"
                   WHEN SPACE
                       IF WS-PAGE-SUB < WS-PAGE-COUNT
                           ADD 1 TO WS-PAGE-SUB
                       END-IF
                   WHEN "P"
                   WHEN "p"
                       IF WS-PAGE-SUB > 1
                           SUBTRACT 1 FROM WS-PAGE-SUB
                       END-IF
                   WHEN "X"
                   WHEN "x"
                       SET WS-BROWSE-DONE TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       SET-PAGE-END.
           IF WS-PAGE-SUB < WS-PAGE-COUNT
               COMPUTE WS-ROW-END = PAGE-START(WS-PAGE-SUB + 1) - 1
           ELSE
               MOVE WS-ROW-COUNT TO WS-ROW-END
           END-IF.

       SHOW-STUDENT-PAGE.
           PERFORM SET-PAGE-END.
           MOVE INQ-ROW(PAGE-START(WS-PAGE-SUB)) TO WS-INQ-REC.
           DISPLAY BLANK-SCREEN-DEF.
           DISPLAY "GRADE INQUIRY - STUDENT RECORD" LINE 1 COLUMN 25.
           DISPLAY "Student ID: " LINE 3 COLUMN 2.
           DISPLAY INQ-ID LINE 3 COLUMN 14.
           DISPLAY "Name: " LINE 3 COLUMN 28.
           DISPLAY INQ-NAME LINE 3 COLUMN 34.
           DISPLAY "Term: " LINE 4 COLUMN 2.
           DISPLAY INQ-TERM LINE 4 COLUMN 14.
           DISPLAY "Year: " LINE 4 COLUMN 28.
           DISPLAY INQ-YEAR-SUB LINE 4 COLUMN 34.
           DISPLAY "Section: " LINE 4 COLUMN 40.
           DISPLAY INQ-SECTION LINE 4 COLUMN 49.
           DISPLAY INQ-SUBJECT-HEADER LINE 6 COLUMN 2.
           DISPLAY "--------------------------------------------------"
               LINE 7 COLUMN 2.
           DISPLAY "-----------------------" LINE 7 COLUMN 52.
           MOVE 7 TO SCREEN-LINE.
           PERFORM VARYING WS-ROW-SUB FROM PAGE-START(WS-PAGE-SUB) BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-END
               MOVE INQ-ROW(WS-ROW-SUB) TO WS-INQ-REC
               MOVE INQ-COURSE TO INQS-COURSE-OUT
               MOVE INQ-UNITS TO INQS-UNITS-OUT
               MOVE INQ-PRELIM TO INQS-PRELIM-OUT
               MOVE INQ-PRELIM-MARK TO INQS-PRELIM-MK-OUT
               MOVE INQ-MIDTERM TO INQS-MIDTERM-OUT
               MOVE INQ-MIDTERM-MARK TO INQS-MIDTERM-MK-OUT
               MOVE INQ-FINAL TO INQS-FINAL-OUT
               MOVE INQ-FINAL-MARK TO INQS-FINAL-MK-OUT
               MOVE INQ-AVG TO INQS-AVG-OUT
               MOVE INQ-POINTS TO INQS-POINTS-OUT
               MOVE INQ-STATUS TO INQS-STATUS-OUT
               ADD 1 TO SCREEN-LINE
               DISPLAY INQ-SUBJECT-LINE LINE SCREEN-LINE COLUMN 2
           END-PERFORM.

       SHOW-SECTION-PAGE.
           PERFORM SET-PAGE-END.
           DISPLAY BLANK-SCREEN-DEF.
           DISPLAY "GRADE INQUIRY - SECTION LIST" LINE 1 COLUMN 26.
           DISPLAY "Term: " LINE 3 COLUMN 2.
           DISPLAY WS-INQ-TERM LINE 3 COLUMN 14.
           DISPLAY "Section: " LINE 3 COLUMN 28.
           DISPLAY WS-INQ-SECTION LINE 3 COLUMN 37.
           DISPLAY "Entries: " LINE 3 COLUMN 52.
           DISPLAY WS-ROW-COUNT LINE 3 COLUMN 61.
           DISPLAY INQ-SECTION-HEADER LINE 6 COLUMN 2.
           DISPLAY "--------------------------------------------------"
               LINE 7 COLUMN 2.
           DISPLAY "--------------------" LINE 7 COLUMN 52.
           MOVE 7 TO SCREEN-LINE.
           PERFORM VARYING WS-ROW-SUB FROM PAGE-START(WS-PAGE-SUB) BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-END
               MOVE INQ-ROW(WS-ROW-SUB) TO WS-INQ-REC
               MOVE INQ-ID TO INQX-ID-OUT
               MOVE INQ-NAME TO INQX-NAME-OUT
               MOVE INQ-COURSE TO INQX-COURSE-OUT
               MOVE INQ-YEAR-SUB TO INQX-YEAR-OUT
               MOVE INQ-AVG TO INQX-AVG-OUT
               MOVE INQ-POINTS TO INQX-POINTS-OUT
               MOVE INQ-STATUS TO INQX-STATUS-OUT
               ADD 1 TO SCREEN-LINE
               DISPLAY INQ-SECTION-LINE LINE SCREEN-LINE COLUMN 2
           END-PERFORM.

       SHOW-MESSAGE.
           DISPLAY WS-MESSAGE LINE 20 COLUMN 2.
           DISPLAY "Press Enter to continue." LINE 22 COLUMN 2.
           MOVE SPACES TO WS-PAGE-CMD.
           ACCEPT WS-PAGE-CMD LINE 22 COLUMN 27.
