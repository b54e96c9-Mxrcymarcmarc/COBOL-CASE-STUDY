       IDENTIFICATION DIVISION.
       PROGRAM-ID. GSVERIFY.
       AUTHOR. GROUP4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GSYS-VERIFY ASSIGN TO "GSYS-VERIFY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-FILE-STATUS.

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

           SELECT OPTIONAL GSYS-SHIST ASSIGN TO "GSYS-SHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIST-FILE-STATUS.

           SELECT OPTIONAL GSYS-HIST ASSIGN TO "GSYS-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT OPTIONAL GSYS-ARCHIVE ASSIGN TO "GSYS-ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT OPTIONAL GSYS-SIS ASSIGN TO WS-SIS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIS-FILE-STATUS.

           SELECT GSYS-VERRPT ASSIGN TO WS-VERRPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GSYS-VSRT ASSIGN TO "GSYS-VSRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GSYS-VSORTWK ASSIGN TO "GSYS-VSORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  GSYS-VERIFY
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-VERIFY-REC.
       01  GSYS-VERIFY-REC PIC X(10).

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

       FD  GSYS-SHIST
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-SHIST-REC.
       01  GSYS-SHIST-REC PIC X(80).

       FD  GSYS-HIST
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-HIST-REC.
       01  GSYS-HIST-REC PIC X(80).

       FD  GSYS-ARCHIVE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-ARCHIVE-REC.
       01  GSYS-ARCHIVE-REC PIC X(40).

       FD  GSYS-SIS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-SIS-REC.
       01  GSYS-SIS-REC PIC X(80).

       FD  GSYS-VERRPT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-VERRPT-REC.
       01  GSYS-VERRPT-REC PIC X(132).

       FD  GSYS-VSRT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-VSRT-REC.
       01  GSYS-VSRT-REC PIC X(39).

       SD  GSYS-VSORTWK.
       01  VSORT-REC.
           02 VS-TERM          PIC X(10).
           02 VS-ID            PIC X(09).
           02 VS-COURSE        PIC X(10).
           02 VS-SOURCE        PIC X(01).
              88 VS-FROM-MASTER            VALUE "M".
              88 VS-FROM-SHIST             VALUE "S".
              88 VS-FROM-SIS               VALUE "X".
           02 VS-AVG           PIC 9(3)V99.
           02 VS-STATUS        PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-FILE-CONTROLS.
           02 WS-VERIFY-FILE-STATUS   PIC XX      VALUE SPACES.
           02 WS-TERM-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-MAST-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-SHIST-FILE-STATUS    PIC XX      VALUE SPACES.
           02 WS-HIST-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-SIS-FILE-STATUS      PIC XX      VALUE SPACES.
           02 WS-ARCHIVE-FILE-STATUS  PIC XX      VALUE SPACES.
           02 WS-MAST-EOF-SW          PIC X       VALUE "N".
              88 WS-MAST-EOF                      VALUE "Y".
           02 WS-SHIST-EOF-SW         PIC X       VALUE "N".
              88 WS-SHIST-EOF                     VALUE "Y".
           02 WS-HIST-EOF-SW          PIC X       VALUE "N".
              88 WS-HIST-EOF                      VALUE "Y".
           02 WS-ARCHIVE-EOF-SW       PIC X       VALUE "N".
              88 WS-ARCHIVE-EOF                   VALUE "Y".
           02 WS-SIS-EOF-SW           PIC X       VALUE "N".
              88 WS-SIS-EOF                       VALUE "Y".
           02 WS-VSRT-EOF-SW          PIC X       VALUE "N".
              88 WS-VSRT-EOF                      VALUE "Y".
           02 WS-SIS-FILENAME         PIC X(30)   VALUE SPACES.
           02 WS-VERRPT-FILENAME      PIC X(30)   VALUE SPACES.

       01  WS-SCOPE-CONTROLS.
           02 WS-TERM-CODE            PIC X(10)   VALUE SPACES.
           02 WS-ALL-TERMS-SW         PIC X       VALUE "N".
              88 WS-ALL-TERMS                     VALUE "Y".
           02 WS-IN-SCOPE-SW          PIC X       VALUE "N".
              88 WS-IN-SCOPE                      VALUE "Y".

       01  WS-TERM-CONTROLS.
           02 WS-TT-COUNT             PIC 9(3)    VALUE 0.
           02 WS-TT-SUB               PIC 9(3)    VALUE 0.
           02 WS-TT-FOUND-SW          PIC X       VALUE "N".
              88 WS-TT-FOUND                      VALUE "Y".
           02 WS-TT-LOOKUP            PIC X(10)   VALUE SPACES.

       01  WS-ARCHIVE-CONTROLS.
           02 WS-ARC-COUNT            PIC 9(3)    VALUE 0.
           02 WS-ARC-SUB              PIC 9(3)    VALUE 0.
           02 WS-ARC-FOUND-SW         PIC X       VALUE "N".
              88 WS-ARC-FOUND                     VALUE "Y".
           02 WS-ARC-TERM-STR         PIC X(10)   VALUE SPACES.

       01  ARCHIVE-TERM-TABLE.
           02 ARC-TERM OCCURS 100     PIC X(10).

       01  TERM-TABLE.
           02 TERM-ENTRY OCCURS 200.
              03 TT-TERM          PIC X(10).
              03 TT-STUDENTS      PIC 9(5).
              03 TT-PASSED        PIC 9(5).
              03 TT-FAILED        PIC 9(5).
              03 TT-AVG-SUM       PIC 9(9)V99.
              03 TT-AVERAGE       PIC 999V99.
              03 TT-SIS-SW        PIC X(01).
                 88 TT-SIS-PRESENT            VALUE "Y".
              03 TT-HIST-ROWS     PIC 9(3).
              03 TT-HIST-STUDENTS PIC 9(5).
              03 TT-HIST-PASSED   PIC 9(5).
              03 TT-HIST-FAILED   PIC 9(5).
              03 TT-HIST-AVERAGE  PIC 999V99.

       01  WS-SHIST-FIELDS.
           02 WS-SHIST-TERM-STR       PIC X(10)   VALUE SPACES.
           02 WS-SHIST-ID-STR         PIC X(09)   VALUE SPACES.
           02 WS-SHIST-YSUB-STR       PIC X(02)   VALUE SPACES.
           02 WS-SHIST-SECTION-STR    PIC X(10)   VALUE SPACES.
           02 WS-SHIST-AVG-STR        PIC X(10)   VALUE SPACES.
           02 WS-SHIST-STATUS-STR     PIC X(04)   VALUE SPACES.
           02 WS-SHIST-COURSE-STR     PIC X(10)   VALUE SPACES.
           02 WS-SHIST-UNITS-STR      PIC X(05)   VALUE SPACES.
           02 WS-NUMVAL-RC            PIC S9(4)   VALUE 0.

       01  WS-HIST-FIELDS.
           02 WS-HIST-TERM-STR        PIC X(10)   VALUE SPACES.
           02 WS-HIST-STUDENTS-STR    PIC X(10)   VALUE SPACES.
           02 WS-HIST-PASSED-STR      PIC X(10)   VALUE SPACES.
           02 WS-HIST-FAILED-STR      PIC X(10)   VALUE SPACES.
           02 WS-HIST-AVERAGE-STR     PIC X(10)   VALUE SPACES.

       01  WS-SIS-DETAIL.
           02 WSIS-D-TYPE       PIC X(01).
           02 WSIS-D-ID         PIC X(09).
           02 WSIS-D-TERM       PIC X(10).
           02 WSIS-D-YEAR-SUB   PIC 9.
           02 WSIS-D-SECTION    PIC X(10).
           02 WSIS-D-PRELIM     PIC 9(3)V99.
           02 WSIS-D-PRELIM-MK  PIC X(03).
           02 WSIS-D-MIDTERM    PIC 9(3)V99.
           02 WSIS-D-MIDTERM-MK PIC X(03).
           02 WSIS-D-FINAL      PIC 9(3)V99.
           02 WSIS-D-FINAL-MK   PIC X(03).
           02 WSIS-D-AVG        PIC 9(3)V99.
           02 WSIS-D-STATUS     PIC X(04).
           02 WSIS-D-COURSE     PIC X(10).
           02 WSIS-D-UNITS      PIC 9V9.
           02 FILLER            PIC X(04).
       01  WS-SIS-TRAILER REDEFINES WS-SIS-DETAIL.
           02 WSIS-T-TYPE       PIC X(01).
           02 WSIS-T-COUNT      PIC 9(07).
           02 WSIS-T-AVG-SUM    PIC 9(11)V99.
           02 WSIS-T-EXCLUDED   PIC 9(05).
           02 FILLER            PIC X(54).

       01  WS-SIS-CONTROLS.
           02 WS-SIS-DETAILS          PIC 9(7)    VALUE 0.
           02 WS-SIS-AVG-SUM          PIC 9(11)V99 VALUE 0.
           02 WS-SIS-TRAILER-SW       PIC X       VALUE "N".
              88 WS-SIS-TRAILER-SEEN              VALUE "Y".

       01  WS-MATCH-CONTROLS.
           02 WS-CURR-KEY.
              03 WS-CURR-TERM         PIC X(10)   VALUE SPACES.
              03 WS-CURR-ID           PIC X(09)   VALUE SPACES.
              03 WS-CURR-COURSE       PIC X(10)   VALUE SPACES.
           02 WS-GROUP-OPEN-SW        PIC X       VALUE "N".
              88 WS-GROUP-OPEN                    VALUE "Y".
           02 WS-GRP-MAST-COUNT       PIC 9(3)    VALUE 0.
           02 WS-GRP-SHIST-COUNT      PIC 9(3)    VALUE 0.
           02 WS-GRP-SIS-COUNT        PIC 9(3)    VALUE 0.
           02 WS-GRP-MAST-AVG         PIC 9(3)V99 VALUE 0.
           02 WS-GRP-MAST-STATUS      PIC X(04)   VALUE SPACES.
           02 WS-GRP-SHIST-AVG        PIC 9(3)V99 VALUE 0.
           02 WS-GRP-SHIST-STATUS     PIC X(04)   VALUE SPACES.
           02 WS-GRP-SIS-AVG          PIC 9(3)V99 VALUE 0.
           02 WS-GRP-SIS-STATUS       PIC X(04)   VALUE SPACES.

       01  WS-VERIFY-TOTALS.
           02 WS-MAST-READ            PIC 9(7)    VALUE 0.
           02 WS-SHIST-READ           PIC 9(7)    VALUE 0.
           02 WS-SIS-READ             PIC 9(7)    VALUE 0.
           02 WS-DUP-SHIST            PIC 9(5)    VALUE 0.
           02 WS-MAST-NO-SHIST        PIC 9(5)    VALUE 0.
           02 WS-SHIST-NO-MAST        PIC 9(5)    VALUE 0.
           02 WS-SHIST-DISAGREE       PIC 9(5)    VALUE 0.
           02 WS-SIS-PROBLEMS         PIC 9(5)    VALUE 0.
           02 WS-HIST-PROBLEMS        PIC 9(5)    VALUE 0.
           02 WS-HIST-ARCHIVED        PIC 9(5)    VALUE 0.
           02 WS-DISCREPANCIES        PIC 9(7)    VALUE 0.
           02 WS-GRADE-EDIT           PIC ZZ9.99.
           02 WS-GRADE-EDIT-2         PIC ZZ9.99.
           02 WS-COUNT-EDIT           PIC ZZZZ9.

       01  VERRPT-HEADER-1.
           02 FILLER PIC X(5)  VALUE SPACES.
           02 FILLER PIC X(40) VALUE
               "CROSS-FILE INTEGRITY VERIFICATION".
       01  VERRPT-HEADER-2.
           02 FILLER           PIC X(5)  VALUE SPACES.
           02 FILLER           PIC X(7)  VALUE "TERM:  ".
           02 VER-SCOPE-OUT    PIC X(10).
       01  VERRPT-COL-HEADER.
           02 FILLER PIC X(5)  VALUE SPACES.
           02 FILLER PIC X(23) VALUE "FLAG".
           02 FILLER PIC X(13) VALUE "TERM".
           02 FILLER PIC X(12) VALUE "STUDENT ID".
           02 FILLER PIC X(13) VALUE "COURSE".
           02 FILLER PIC X(45) VALUE "DETAIL".
       01  DISPLAY-VERRPT-LINE.
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 VER-FLAG-OUT         PIC X(20).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 VER-TERM-OUT         PIC X(10).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 VER-ID-OUT           PIC X(09).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 VER-COURSE-OUT       PIC X(10).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 VER-DETAIL-OUT       PIC X(60).
       01  VERRPT-COUNT-LINE.
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 VER-COUNT-LABEL-OUT  PIC X(34).
           02 VER-COUNT-OUT        PIC ZZZZZZ9.
       01  VERRPT-VERDICT-LINE.
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 FILLER               PIC X(9)  VALUE "VERDICT: ".
           02 VER-VERDICT-OUT      PIC X(50).

       PROCEDURE DIVISION.
           PERFORM INIT-VERIFY-SCOPE.
           OPEN INPUT GSYS-MASTER.
           IF WS-MAST-FILE-STATUS NOT = "00"
               DISPLAY "Grade master unavailable - status "
                   WS-MAST-FILE-STATUS " - verification abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GSYS-VERRPT.
           PERFORM WRITE-VERRPT-HEADERS.
           SORT GSYS-VSORTWK
               ON ASCENDING KEY VS-TERM, VS-ID, VS-COURSE, VS-SOURCE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-VERIFY-RECORDS
               GIVING GSYS-VSRT.
           CLOSE GSYS-MASTER.
           PERFORM MATCH-SORTED-RECORDS.
           PERFORM CHECK-TERM-HISTORY.
           PERFORM WRITE-VERRPT-TOTALS.
           CLOSE GSYS-VERRPT.
           DISPLAY "Master records checked: " WS-MAST-READ.
           DISPLAY "Discrepancies found: " WS-DISCREPANCIES.
           IF WS-DISCREPANCIES = 0
               DISPLAY "Verdict: CLEAN"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "Verdict: DIRTY - see "
                   FUNCTION TRIM(WS-VERRPT-FILENAME)
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INIT-VERIFY-SCOPE.
           OPEN INPUT GSYS-VERIFY.
           IF WS-VERIFY-FILE-STATUS = "00"
               READ GSYS-VERIFY INTO GSYS-VERIFY-REC
                   AT END
                       MOVE SPACES TO GSYS-VERIFY-REC
               END-READ
               IF GSYS-VERIFY-REC = "ALL" OR GSYS-VERIFY-REC = SPACES
                   SET WS-ALL-TERMS TO TRUE
               ELSE
                   MOVE GSYS-VERIFY-REC TO WS-TERM-CODE
               END-IF
           ELSE
               OPEN INPUT GSYS-TERM
               IF WS-TERM-FILE-STATUS = "00"
                   READ GSYS-TERM INTO GSYS-TERM-REC
                       AT END
                           MOVE SPACES TO GSYS-TERM-REC
                   END-READ
                   MOVE GSYS-TERM-REC TO WS-TERM-CODE
               END-IF
               CLOSE GSYS-TERM
               IF WS-TERM-CODE = SPACES
                   SET WS-ALL-TERMS TO TRUE
               END-IF
           END-IF.
           CLOSE GSYS-VERIFY.
           MOVE SPACES TO WS-VERRPT-FILENAME.
           IF WS-ALL-TERMS
               MOVE "GSYS-ALL-VERIFY.DAT" TO WS-VERRPT-FILENAME
           ELSE
               STRING "GSYS-" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TERM-CODE) DELIMITED BY SIZE
                       "-VERIFY.DAT" DELIMITED BY SIZE
                   INTO WS-VERRPT-FILENAME
               END-STRING
           END-IF.

       WRITE-VERRPT-HEADERS.
           WRITE GSYS-VERRPT-REC FROM VERRPT-HEADER-1.
           IF WS-ALL-TERMS
               MOVE "ALL" TO VER-SCOPE-OUT
           ELSE
               MOVE WS-TERM-CODE TO VER-SCOPE-OUT
           END-IF.
           WRITE GSYS-VERRPT-REC FROM VERRPT-HEADER-2.
           MOVE SPACES TO GSYS-VERRPT-REC.
           WRITE GSYS-VERRPT-REC.
           WRITE GSYS-VERRPT-REC FROM VERRPT-COL-HEADER.
           MOVE SPACES TO GSYS-VERRPT-REC.
           MOVE ALL "-" TO GSYS-VERRPT-REC(6:110).
           WRITE GSYS-VERRPT-REC.

       RELEASE-VERIFY-RECORDS.
           PERFORM RELEASE-MASTER-RECORDS.
           PERFORM RELEASE-SHIST-RECORDS.
           PERFORM VARYING WS-TT-SUB FROM 1 BY 1
                   UNTIL WS-TT-SUB > WS-TT-COUNT
               PERFORM RELEASE-SIS-RECORDS
           END-PERFORM.

       RELEASE-MASTER-RECORDS.
           IF WS-ALL-TERMS
               MOVE LOW-VALUES TO MAST-KEY
           ELSE
               MOVE WS-TERM-CODE TO MAST-TERM
               MOVE LOW-VALUES TO MAST-ID MAST-COURSE
           END-IF.
           START GSYS-MASTER KEY IS NOT LESS THAN MAST-KEY
               INVALID KEY
                   SET WS-MAST-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-MAST-EOF
               READ GSYS-MASTER NEXT RECORD
                   AT END
                       SET WS-MAST-EOF TO TRUE
                   NOT AT END
                       IF NOT WS-ALL-TERMS
                               AND MAST-TERM NOT = WS-TERM-CODE
                           SET WS-MAST-EOF TO TRUE
                       ELSE
                           PERFORM RELEASE-ONE-MASTER-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-MAST-EOF-SW.

       RELEASE-ONE-MASTER-RECORD.
           ADD 1 TO WS-MAST-READ.
           MOVE MAST-TERM TO WS-TT-LOOKUP.
           PERFORM FIND-TERM-ENTRY.
           IF NOT WS-TT-FOUND
               PERFORM ADD-TERM-ENTRY
           END-IF.
           IF WS-TT-FOUND
               IF MAST-STATUS = "PASS" OR MAST-STATUS = "FAIL"
                       OR MAST-STATUS = "LAPS" OR MAST-STATUS = "FA"
                   ADD 1 TO TT-STUDENTS(WS-TT-SUB)
                   ADD MAST-AVG TO TT-AVG-SUM(WS-TT-SUB)
                   IF MAST-AVG >= 75 AND MAST-STATUS NOT = "FA"
                       ADD 1 TO TT-PASSED(WS-TT-SUB)
                   ELSE
                       ADD 1 TO TT-FAILED(WS-TT-SUB)
                   END-IF
               END-IF
           END-IF.
           MOVE MAST-TERM TO VS-TERM.
           MOVE MAST-ID TO VS-ID.
           MOVE MAST-COURSE TO VS-COURSE.
           SET VS-FROM-MASTER TO TRUE.
           MOVE MAST-AVG TO VS-AVG.
           MOVE MAST-STATUS TO VS-STATUS.
           RELEASE VSORT-REC.

       FIND-TERM-ENTRY.
           MOVE 1 TO WS-TT-SUB.
           MOVE "N" TO WS-TT-FOUND-SW.
           PERFORM UNTIL WS-TT-SUB > WS-TT-COUNT
                   OR WS-TT-FOUND
               IF TT-TERM(WS-TT-SUB) = WS-TT-LOOKUP
                   SET WS-TT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-TT-SUB
               END-IF
           END-PERFORM.

       ADD-TERM-ENTRY.
           IF WS-TT-COUNT >= 200
               DISPLAY "Term table full - totals not checked for "
                   WS-TT-LOOKUP
           ELSE
               ADD 1 TO WS-TT-COUNT
               MOVE WS-TT-COUNT TO WS-TT-SUB
               MOVE WS-TT-LOOKUP TO TT-TERM(WS-TT-SUB)
               MOVE 0 TO TT-STUDENTS(WS-TT-SUB)
                         TT-PASSED(WS-TT-SUB)
                         TT-FAILED(WS-TT-SUB)
                         TT-AVG-SUM(WS-TT-SUB)
                         TT-AVERAGE(WS-TT-SUB)
                         TT-HIST-ROWS(WS-TT-SUB)
                         TT-HIST-STUDENTS(WS-TT-SUB)
                         TT-HIST-PASSED(WS-TT-SUB)
                         TT-HIST-FAILED(WS-TT-SUB)
                         TT-HIST-AVERAGE(WS-TT-SUB)
               MOVE "N" TO TT-SIS-SW(WS-TT-SUB)
               SET WS-TT-FOUND TO TRUE
           END-IF.

       RELEASE-SHIST-RECORDS.
           OPEN INPUT GSYS-SHIST.
           IF WS-SHIST-FILE-STATUS = "00"
               PERFORM UNTIL WS-SHIST-EOF
                   READ GSYS-SHIST INTO GSYS-SHIST-REC
                       AT END
                           SET WS-SHIST-EOF TO TRUE
                       NOT AT END
                           PERFORM RELEASE-ONE-SHIST-RECORD
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-SHIST-EOF-SW
           ELSE
               DISPLAY "Student history GSYS-SHIST.DAT not found - "
                   "every master record will show as unarchived."
           END-IF.
           CLOSE GSYS-SHIST.

       RELEASE-ONE-SHIST-RECORD.
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
           MOVE "N" TO WS-IN-SCOPE-SW.
           IF WS-SHIST-ID-STR NOT = SPACES
               IF WS-ALL-TERMS OR WS-SHIST-TERM-STR = WS-TERM-CODE
                   SET WS-IN-SCOPE TO TRUE
               END-IF
           END-IF.
           IF WS-IN-SCOPE
               ADD 1 TO WS-SHIST-READ
               MOVE WS-SHIST-TERM-STR TO VS-TERM
               MOVE WS-SHIST-ID-STR TO VS-ID
               IF WS-SHIST-COURSE-STR = SPACES
                   MOVE "GENERAL" TO VS-COURSE
               ELSE
                   MOVE WS-SHIST-COURSE-STR TO VS-COURSE
               END-IF
               SET VS-FROM-SHIST TO TRUE
               MOVE FUNCTION TEST-NUMVAL(WS-SHIST-AVG-STR)
                   TO WS-NUMVAL-RC
               IF WS-NUMVAL-RC = 0
                   MOVE FUNCTION NUMVAL(WS-SHIST-AVG-STR) TO VS-AVG
               ELSE
                   MOVE 0 TO VS-AVG
               END-IF
               MOVE WS-SHIST-STATUS-STR TO VS-STATUS
               RELEASE VSORT-REC
           END-IF.

       RELEASE-SIS-RECORDS.
           MOVE SPACES TO WS-SIS-FILENAME.
           STRING "GSYS-" DELIMITED BY SIZE
                   FUNCTION TRIM(TT-TERM(WS-TT-SUB)) DELIMITED BY SIZE
                   "-SIS.DAT" DELIMITED BY SIZE
               INTO WS-SIS-FILENAME
           END-STRING.
           MOVE 0 TO WS-SIS-DETAILS WS-SIS-AVG-SUM.
           MOVE "N" TO WS-SIS-TRAILER-SW.
           OPEN INPUT GSYS-SIS.
           IF WS-SIS-FILE-STATUS = "00"
               SET TT-SIS-PRESENT(WS-TT-SUB) TO TRUE
               PERFORM UNTIL WS-SIS-EOF
                   READ GSYS-SIS INTO WS-SIS-DETAIL
                       AT END
                           SET WS-SIS-EOF TO TRUE
                       NOT AT END
                           PERFORM RELEASE-ONE-SIS-RECORD
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-SIS-EOF-SW
               PERFORM CHECK-SIS-TRAILER
           ELSE
               MOVE "SIS NOT EXTRACTED" TO VER-FLAG-OUT
               MOVE TT-TERM(WS-TT-SUB) TO VER-TERM-OUT
               MOVE SPACES TO VER-ID-OUT VER-COURSE-OUT
               MOVE WS-SIS-FILENAME TO VER-DETAIL-OUT
               PERFORM WRITE-DISCREPANCY
               ADD 1 TO WS-SIS-PROBLEMS
           END-IF.
           CLOSE GSYS-SIS.

       RELEASE-ONE-SIS-RECORD.
           EVALUATE WSIS-D-TYPE
               WHEN "D"
                   ADD 1 TO WS-SIS-READ
                   ADD 1 TO WS-SIS-DETAILS
                   ADD WSIS-D-AVG TO WS-SIS-AVG-SUM
                   MOVE WSIS-D-TERM TO VS-TERM
                   MOVE WSIS-D-ID TO VS-ID
                   MOVE WSIS-D-COURSE TO VS-COURSE
                   SET VS-FROM-SIS TO TRUE
                   MOVE WSIS-D-AVG TO VS-AVG
                   MOVE WSIS-D-STATUS TO VS-STATUS
                   RELEASE VSORT-REC
               WHEN "T"
                   SET WS-SIS-TRAILER-SEEN TO TRUE
                   IF WSIS-T-COUNT NOT = WS-SIS-DETAILS
                           OR WSIS-T-AVG-SUM NOT = WS-SIS-AVG-SUM
                       MOVE "SIS TRAILER MISMATCH" TO VER-FLAG-OUT
                       MOVE TT-TERM(WS-TT-SUB) TO VER-TERM-OUT
                       MOVE SPACES TO VER-ID-OUT VER-COURSE-OUT
                       MOVE "Trailer count/hash does not match details"
                           TO VER-DETAIL-OUT
                       PERFORM WRITE-DISCREPANCY
                       ADD 1 TO WS-SIS-PROBLEMS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-SIS-TRAILER.
           IF NOT WS-SIS-TRAILER-SEEN
               MOVE "SIS TRAILER MISSING" TO VER-FLAG-OUT
               MOVE TT-TERM(WS-TT-SUB) TO VER-TERM-OUT
               MOVE SPACES TO VER-ID-OUT VER-COURSE-OUT
               MOVE "Extract is incomplete - no trailer record"
                   TO VER-DETAIL-OUT
               PERFORM WRITE-DISCREPANCY
               ADD 1 TO WS-SIS-PROBLEMS
           END-IF.

       MATCH-SORTED-RECORDS.
           OPEN INPUT GSYS-VSRT.
           PERFORM UNTIL WS-VSRT-EOF
               READ GSYS-VSRT INTO VSORT-REC
                   AT END
                       SET WS-VSRT-EOF TO TRUE
                   NOT AT END
                       PERFORM MATCH-ONE-SORTED-RECORD
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-VSRT-EOF-SW.
           CLOSE GSYS-VSRT.
           IF WS-GROUP-OPEN
               PERFORM CLOSE-MATCH-GROUP
           END-IF.

       MATCH-ONE-SORTED-RECORD.
           IF WS-GROUP-OPEN
                   AND (VS-TERM NOT = WS-CURR-TERM
                   OR VS-ID NOT = WS-CURR-ID
                   OR VS-COURSE NOT = WS-CURR-COURSE)
               PERFORM CLOSE-MATCH-GROUP
           END-IF.
           IF NOT WS-GROUP-OPEN
               SET WS-GROUP-OPEN TO TRUE
               MOVE VS-TERM TO WS-CURR-TERM
               MOVE VS-ID TO WS-CURR-ID
               MOVE VS-COURSE TO WS-CURR-COURSE
               MOVE 0 TO WS-GRP-MAST-COUNT WS-GRP-SHIST-COUNT
                         WS-GRP-SIS-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN VS-FROM-MASTER
                   ADD 1 TO WS-GRP-MAST-COUNT
                   MOVE VS-AVG TO WS-GRP-MAST-AVG
                   MOVE VS-STATUS TO WS-GRP-MAST-STATUS
               WHEN VS-FROM-SHIST
                   ADD 1 TO WS-GRP-SHIST-COUNT
                   MOVE VS-AVG TO WS-GRP-SHIST-AVG
                   MOVE VS-STATUS TO WS-GRP-SHIST-STATUS
               WHEN VS-FROM-SIS
                   ADD 1 TO WS-GRP-SIS-COUNT
                   MOVE VS-AVG TO WS-GRP-SIS-AVG
                   MOVE VS-STATUS TO WS-GRP-SIS-STATUS
           END-EVALUATE.

       CLOSE-MATCH-GROUP.
           MOVE "N" TO WS-GROUP-OPEN-SW.
           MOVE WS-CURR-TERM TO VER-TERM-OUT.
           MOVE WS-CURR-ID TO VER-ID-OUT.
           MOVE WS-CURR-COURSE TO VER-COURSE-OUT.
           PERFORM CHECK-GROUP-SHIST.
           MOVE WS-CURR-TERM TO WS-TT-LOOKUP.
           PERFORM FIND-TERM-ENTRY.
           IF WS-TT-FOUND
               IF TT-SIS-PRESENT(WS-TT-SUB)
                   PERFORM CHECK-GROUP-SIS
               END-IF
           END-IF.

       CHECK-GROUP-SHIST.
           IF WS-GRP-SHIST-COUNT > 1
               ADD 1 TO WS-DUP-SHIST
               MOVE "DUPLICATE SHIST ROW" TO VER-FLAG-OUT
               MOVE WS-GRP-SHIST-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO VER-DETAIL-OUT
               STRING "Term posted to GSYS-SHIST.DAT "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                       " times" DELIMITED BY SIZE
                   INTO VER-DETAIL-OUT
               END-STRING
               PERFORM WRITE-DISCREPANCY
           END-IF.
           IF WS-GRP-MAST-COUNT = 0
               IF WS-GRP-SHIST-COUNT > 0
                   ADD 1 TO WS-SHIST-NO-MAST
                   MOVE "SHIST NOT ON MASTER" TO VER-FLAG-OUT
                   MOVE "History row has no grade master record"
                       TO VER-DETAIL-OUT
                   PERFORM WRITE-DISCREPANCY
               END-IF
           ELSE
               IF WS-GRP-SHIST-COUNT = 0
                   ADD 1 TO WS-MAST-NO-SHIST
                   MOVE "MASTER NOT IN SHIST" TO VER-FLAG-OUT
                   MOVE "Grade master record never archived"
                       TO VER-DETAIL-OUT
                   PERFORM WRITE-DISCREPANCY
               ELSE
                   IF WS-GRP-SHIST-AVG NOT = WS-GRP-MAST-AVG
                           OR WS-GRP-SHIST-STATUS
                               NOT = WS-GRP-MAST-STATUS
                       ADD 1 TO WS-SHIST-DISAGREE
                       MOVE "SHIST DISAGREES" TO VER-FLAG-OUT
                       PERFORM BUILD-DISAGREE-DETAIL
                       PERFORM WRITE-DISCREPANCY
                   END-IF
               END-IF
           END-IF.

       BUILD-DISAGREE-DETAIL.
           MOVE WS-GRP-MAST-AVG TO WS-GRADE-EDIT.
           MOVE WS-GRP-SHIST-AVG TO WS-GRADE-EDIT-2.
           MOVE SPACES TO VER-DETAIL-OUT.
           STRING "MASTER " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRADE-EDIT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GRP-MAST-STATUS DELIMITED BY SIZE
                   "  SHIST " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRADE-EDIT-2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GRP-SHIST-STATUS DELIMITED BY SIZE
               INTO VER-DETAIL-OUT
           END-STRING.

       CHECK-GROUP-SIS.
           IF WS-GRP-SIS-COUNT > 1
               ADD 1 TO WS-SIS-PROBLEMS
               MOVE "DUPLICATE SIS ROW" TO VER-FLAG-OUT
               MOVE "Student/course sent to SIS more than once"
                   TO VER-DETAIL-OUT
               PERFORM WRITE-DISCREPANCY
           END-IF.
           IF WS-GRP-MAST-COUNT = 0
               IF WS-GRP-SIS-COUNT > 0
                   ADD 1 TO WS-SIS-PROBLEMS
                   MOVE "SIS NOT ON MASTER" TO VER-FLAG-OUT
                   MOVE "SIS row has no grade master record"
                       TO VER-DETAIL-OUT
                   PERFORM WRITE-DISCREPANCY
               END-IF
           ELSE
               IF WS-GRP-SIS-COUNT = 0
                   ADD 1 TO WS-SIS-PROBLEMS
                   MOVE "MASTER NOT IN SIS" TO VER-FLAG-OUT
                   MOVE "Grade master record missing from SIS upload"
                       TO VER-DETAIL-OUT
                   PERFORM WRITE-DISCREPANCY
               ELSE
                   IF WS-GRP-SIS-AVG NOT = WS-GRP-MAST-AVG
                           OR WS-GRP-SIS-STATUS
                               NOT = WS-GRP-MAST-STATUS
                       ADD 1 TO WS-SIS-PROBLEMS
                       MOVE "SIS DISAGREES" TO VER-FLAG-OUT
                       MOVE WS-GRP-MAST-AVG TO WS-GRADE-EDIT
                       MOVE WS-GRP-SIS-AVG TO WS-GRADE-EDIT-2
                       MOVE SPACES TO VER-DETAIL-OUT
                       STRING "MASTER " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-GRADE-EDIT)
                                   DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-GRP-MAST-STATUS DELIMITED BY SIZE
                               "  SIS " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-GRADE-EDIT-2)
                                   DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-GRP-SIS-STATUS DELIMITED BY SIZE
                           INTO VER-DETAIL-OUT
                       END-STRING
                       PERFORM WRITE-DISCREPANCY
                   END-IF
               END-IF
           END-IF.

       CHECK-TERM-HISTORY.
           PERFORM LOAD-ARCHIVE-INDEX.
           OPEN INPUT GSYS-HIST.
           IF WS-HIST-FILE-STATUS = "00"
               PERFORM UNTIL WS-HIST-EOF
                   READ GSYS-HIST INTO GSYS-HIST-REC
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-HIST-RECORD
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-HIST-EOF-SW
           END-IF.
           CLOSE GSYS-HIST.
           PERFORM VARYING WS-TT-SUB FROM 1 BY 1
                   UNTIL WS-TT-SUB > WS-TT-COUNT
               PERFORM COMPARE-TERM-TOTALS
           END-PERFORM.

       TALLY-HIST-RECORD.
           MOVE SPACES TO WS-HIST-TERM-STR WS-HIST-STUDENTS-STR
                          WS-HIST-PASSED-STR WS-HIST-FAILED-STR
                          WS-HIST-AVERAGE-STR.
           UNSTRING GSYS-HIST-REC DELIMITED BY ","
               INTO WS-HIST-TERM-STR, WS-HIST-STUDENTS-STR,
                    WS-HIST-PASSED-STR, WS-HIST-FAILED-STR,
                    WS-HIST-AVERAGE-STR
           END-UNSTRING.
           IF WS-HIST-TERM-STR = SPACES
               CONTINUE
           ELSE
               IF WS-ALL-TERMS OR WS-HIST-TERM-STR = WS-TERM-CODE
                   MOVE WS-HIST-TERM-STR TO WS-TT-LOOKUP
                   PERFORM FIND-TERM-ENTRY
                   IF WS-TT-FOUND
                       PERFORM SAVE-HIST-TOTALS
                   ELSE
                       PERFORM FIND-ARCHIVE-TERM
                       IF WS-ARC-FOUND
                           ADD 1 TO WS-HIST-ARCHIVED
                       ELSE
                           PERFORM FLAG-HIST-NOT-ON-MASTER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FLAG-HIST-NOT-ON-MASTER.
           ADD 1 TO WS-HIST-PROBLEMS.
           MOVE "HIST NOT ON MASTER" TO VER-FLAG-OUT.
           MOVE WS-HIST-TERM-STR TO VER-TERM-OUT.
           MOVE SPACES TO VER-ID-OUT VER-COURSE-OUT.
           MOVE "GSYS-HIST row for a term with no master"
               TO VER-DETAIL-OUT.
           PERFORM WRITE-DISCREPANCY.

       LOAD-ARCHIVE-INDEX.
           OPEN INPUT GSYS-ARCHIVE.
           IF WS-ARCHIVE-FILE-STATUS = "00"
               PERFORM UNTIL WS-ARCHIVE-EOF
                   READ GSYS-ARCHIVE INTO GSYS-ARCHIVE-REC
                       AT END
                           SET WS-ARCHIVE-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-ARCHIVE-TERM
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-ARCHIVE-EOF-SW
           END-IF.
           CLOSE GSYS-ARCHIVE.

       ADD-ARCHIVE-TERM.
           MOVE SPACES TO WS-ARC-TERM-STR.
           UNSTRING GSYS-ARCHIVE-REC DELIMITED BY ","
               INTO WS-ARC-TERM-STR
           END-UNSTRING.
           IF WS-ARC-TERM-STR NOT = SPACES AND WS-ARC-COUNT < 100
               ADD 1 TO WS-ARC-COUNT
               MOVE WS-ARC-TERM-STR TO ARC-TERM(WS-ARC-COUNT)
           END-IF.

       FIND-ARCHIVE-TERM.
           MOVE 1 TO WS-ARC-SUB.
           MOVE "N" TO WS-ARC-FOUND-SW.
           PERFORM UNTIL WS-ARC-SUB > WS-ARC-COUNT
                   OR WS-ARC-FOUND
               IF ARC-TERM(WS-ARC-SUB) = WS-HIST-TERM-STR
                   SET WS-ARC-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-ARC-SUB
               END-IF
           END-PERFORM.

       SAVE-HIST-TOTALS.
           ADD 1 TO TT-HIST-ROWS(WS-TT-SUB).
           MOVE 0 TO TT-HIST-STUDENTS(WS-TT-SUB)
                     TT-HIST-PASSED(WS-TT-SUB)
                     TT-HIST-FAILED(WS-TT-SUB)
                     TT-HIST-AVERAGE(WS-TT-SUB).
           MOVE FUNCTION TEST-NUMVAL(WS-HIST-STUDENTS-STR)
               TO WS-NUMVAL-RC.
           IF WS-NUMVAL-RC = 0
               MOVE FUNCTION NUMVAL(WS-HIST-STUDENTS-STR)
                   TO TT-HIST-STUDENTS(WS-TT-SUB)
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(WS-HIST-PASSED-STR)
               TO WS-NUMVAL-RC.
           IF WS-NUMVAL-RC = 0
               MOVE FUNCTION NUMVAL(WS-HIST-PASSED-STR)
                   TO TT-HIST-PASSED(WS-TT-SUB)
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(WS-HIST-FAILED-STR)
               TO WS-NUMVAL-RC.
           IF WS-NUMVAL-RC = 0
               MOVE FUNCTION NUMVAL(WS-HIST-FAILED-STR)
                   TO TT-HIST-FAILED(WS-TT-SUB)
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(WS-HIST-AVERAGE-STR)
               TO WS-NUMVAL-RC.
           IF WS-NUMVAL-RC = 0
               MOVE FUNCTION NUMVAL(WS-HIST-AVERAGE-STR)
                   TO TT-HIST-AVERAGE(WS-TT-SUB)
           END-IF.

       COMPARE-TERM-TOTALS.
           MOVE TT-TERM(WS-TT-SUB) TO VER-TERM-OUT.
           MOVE SPACES TO VER-ID-OUT VER-COURSE-OUT.
           IF TT-STUDENTS(WS-TT-SUB) > 0
               COMPUTE TT-AVERAGE(WS-TT-SUB) ROUNDED =
                       TT-AVG-SUM(WS-TT-SUB) / TT-STUDENTS(WS-TT-SUB)
           END-IF.
           EVALUATE TRUE
               WHEN TT-HIST-ROWS(WS-TT-SUB) = 0
                   ADD 1 TO WS-HIST-PROBLEMS
                   MOVE "TERM NOT IN HIST" TO VER-FLAG-OUT
                   MOVE "No GSYS-HIST.DAT totals row for the term"
                       TO VER-DETAIL-OUT
                   PERFORM WRITE-DISCREPANCY
               WHEN TT-HIST-ROWS(WS-TT-SUB) > 1
                   ADD 1 TO WS-HIST-PROBLEMS
                   MOVE "DUPLICATE HIST ROW" TO VER-FLAG-OUT
                   MOVE TT-HIST-ROWS(WS-TT-SUB) TO WS-COUNT-EDIT
                   MOVE SPACES TO VER-DETAIL-OUT
                   STRING "Term totals posted "
                               DELIMITED BY SIZE
                           FUNCTION TRIM(WS-COUNT-EDIT)
                               DELIMITED BY SIZE
                           " times - last row checked"
                               DELIMITED BY SIZE
                       INTO VER-DETAIL-OUT
                   END-STRING
                   PERFORM WRITE-DISCREPANCY
           END-EVALUATE.
           IF TT-HIST-ROWS(WS-TT-SUB) > 0
               IF TT-HIST-STUDENTS(WS-TT-SUB)
                       NOT = TT-STUDENTS(WS-TT-SUB)
                       OR TT-HIST-PASSED(WS-TT-SUB)
                           NOT = TT-PASSED(WS-TT-SUB)
                       OR TT-HIST-FAILED(WS-TT-SUB)
                           NOT = TT-FAILED(WS-TT-SUB)
                       OR TT-HIST-AVERAGE(WS-TT-SUB)
                           NOT = TT-AVERAGE(WS-TT-SUB)
                   ADD 1 TO WS-HIST-PROBLEMS
                   MOVE "HIST TOTALS DIFFER" TO VER-FLAG-OUT
                   PERFORM BUILD-HIST-DETAIL
                   PERFORM WRITE-DISCREPANCY
               END-IF
           END-IF.

       BUILD-HIST-DETAIL.
           MOVE SPACES TO VER-DETAIL-OUT.
           MOVE TT-HIST-AVERAGE(WS-TT-SUB) TO WS-GRADE-EDIT.
           MOVE TT-AVERAGE(WS-TT-SUB) TO WS-GRADE-EDIT-2.
           STRING "HIST " DELIMITED BY SIZE
                   TT-HIST-STUDENTS(WS-TT-SUB) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   TT-HIST-PASSED(WS-TT-SUB) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   TT-HIST-FAILED(WS-TT-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRADE-EDIT) DELIMITED BY SIZE
                   "  MASTER " DELIMITED BY SIZE
                   TT-STUDENTS(WS-TT-SUB) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   TT-PASSED(WS-TT-SUB) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   TT-FAILED(WS-TT-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRADE-EDIT-2) DELIMITED BY SIZE
               INTO VER-DETAIL-OUT
           END-STRING.

       WRITE-DISCREPANCY.
           ADD 1 TO WS-DISCREPANCIES.
           WRITE GSYS-VERRPT-REC FROM DISPLAY-VERRPT-LINE.

       WRITE-VERRPT-TOTALS.
           IF WS-DISCREPANCIES = 0
               MOVE SPACES TO GSYS-VERRPT-REC
               MOVE "No discrepancies found." TO GSYS-VERRPT-REC(6:40)
               WRITE GSYS-VERRPT-REC
           END-IF.
           MOVE SPACES TO GSYS-VERRPT-REC.
           WRITE GSYS-VERRPT-REC.
           MOVE "MASTER RECORDS CHECKED:" TO VER-COUNT-LABEL-OUT.
           MOVE WS-MAST-READ TO VER-COUNT-OUT.
           WRITE GSYS-VERRPT-REC FROM VERRPT-COUNT-LINE.
           MOVE "SHIST ROWS CHECKED:" TO VER-COUNT-LABEL-OUT.
           MOVE WS-SHIST-READ TO VER-COUNT-OUT.
           WRITE GSYS-VERRPT-REC FROM VERRPT-COUNT-LINE.
           MOVE "SIS DETAIL ROWS CHECKED:" TO VER-COUNT-LABEL-OUT.
           MOVE WS-SIS-READ TO VER-COUNT-OUT.
           WRITE GSYS-VERRPT-REC FROM VERRPT-COUNT-LINE.
           MOVE "TERMS CHECKED:" TO VER-COUNT-LABEL-OUT.
           MOVE WS-TT-COUNT TO VER-COUNT-OUT.
           WRITE GSYS-VERRPT-REC FROM VERRPT-COUNT-LINE.
           MOVE "TERMS ARCHIVED - NOT CHECKED:" TO VER-COUNT-LABEL-OUT.
           MOVE WS-HIST-ARCHIVED TO VER-COUNT-OUT.
           WRITE GSYS-VERRPT-REC FROM VERRPT-COUNT-LINE.
           MOVE SPACES TO GSYS-VERRPT-REC.
           WRITE GSYS-VERRPT-REC.
           MOVE "DUPLICATE SHIST ROWS:" TO VER-COUNT-LABEL-OUT.
           MOVE WS-DUP-SHIST TO VER-COUNT-OUT.
           WRITE GSYS-VERRPT-REC FROM VERRPT-COUNT-LINE.
           MOVE "MASTER RECORDS NOT IN SHIST:" TO VER-COUNT-LABEL-OUT.
           MOVE WS-MAST-NO-SHIST TO VER-COUNT-OUT.
           WRITE GSYS-VERRPT-REC FROM VERRPT-COUNT-LINE.
           MOVE "SHIST ROWS NOT ON MASTER:" TO VER-COUNT-LABEL-OUT.
           MOVE WS-SHIST-NO-MAST TO VER-COUNT-OUT.
           WRITE GSYS-VERRPT-REC FROM VERRPT-COUNT-LINE.
           MOVE "SHIST AVERAGE/STATUS DISAGREEMENTS:"
               TO VER-COUNT-LABEL-OUT.
           MOVE WS-SHIST-DISAGREE TO VER-COUNT-OUT.
           WRITE GSYS-VERRPT-REC FROM VERRPT-COUNT-LINE.
           MOVE "SIS EXTRACT DISCREPANCIES:" TO VER-COUNT-LABEL-OUT.
           MOVE WS-SIS-PROBLEMS TO VER-COUNT-OUT.
           WRITE GSYS-VERRPT-REC FROM VERRPT-COUNT-LINE.
           MOVE "GSYS-HIST DISCREPANCIES:" TO VER-COUNT-LABEL-OUT.
           MOVE WS-HIST-PROBLEMS TO VER-COUNT-OUT.
           WRITE GSYS-VERRPT-REC FROM VERRPT-COUNT-LINE.
           MOVE SPACES TO GSYS-VERRPT-REC.
           WRITE GSYS-VERRPT-REC.
           IF WS-DISCREPANCIES = 0
               MOVE "CLEAN - files agree, safe to release"
                   TO VER-VERDICT-OUT
           ELSE
               MOVE "DIRTY - resolve discrepancies before release"
                   TO VER-VERDICT-OUT
           END-IF.
           WRITE GSYS-VERRPT-REC FROM VERRPT-VERDICT-LINE.
