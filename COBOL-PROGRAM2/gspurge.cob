       IDENTIFICATION DIVISION.
       PROGRAM-ID. GSPURGE.
       AUTHOR. GROUP4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GSYS-TERM ASSIGN TO "GSYS-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.

           SELECT OPTIONAL GSYS-PURGE ASSIGN TO "GSYS-PURGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-FILE-STATUS.

           SELECT OPTIONAL GSYS-HIST ASSIGN TO "GSYS-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

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

           SELECT GSYS-SHISTW ASSIGN TO "GSYS-SHISTW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GSYS-ARCMAST ASSIGN TO WS-ARCMAST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCMAST-FILE-STATUS.

           SELECT OPTIONAL GSYS-ARCSHIST ASSIGN TO WS-ARCSHIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCSHIST-FILE-STATUS.

           SELECT OPTIONAL GSYS-ARCHIVE ASSIGN TO "GSYS-ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT GSYS-PURGRPT ASSIGN TO "GSYS-PURGE-RPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GSYS-TERM
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-TERM-REC.
       01  GSYS-TERM-REC PIC X(10).

       FD  GSYS-PURGE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-PURGE-REC.
       01  GSYS-PURGE-REC PIC X(10).

       FD  GSYS-HIST
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-HIST-REC.
       01  GSYS-HIST-REC PIC X(80).

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

       FD  GSYS-SHISTW
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-SHISTW-REC.
       01  GSYS-SHISTW-REC PIC X(80).

       FD  GSYS-ARCMAST
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-ARCMAST-REC.
       01  GSYS-ARCMAST-REC PIC X(98).

       FD  GSYS-ARCSHIST
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-ARCSHIST-REC.
       01  GSYS-ARCSHIST-REC PIC X(80).

       FD  GSYS-ARCHIVE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-ARCHIVE-REC.
       01  GSYS-ARCHIVE-REC PIC X(40).

       FD  GSYS-PURGRPT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-PURGRPT-REC.
       01  GSYS-PURGRPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-CONTROLS.
           02 WS-TERM-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-PURGE-FILE-STATUS    PIC XX      VALUE SPACES.
           02 WS-HIST-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-MAST-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-SHIST-FILE-STATUS    PIC XX      VALUE SPACES.
           02 WS-ARCMAST-FILE-STATUS  PIC XX      VALUE SPACES.
           02 WS-ARCSHIST-FILE-STATUS PIC XX      VALUE SPACES.
           02 WS-ARCHIVE-FILE-STATUS  PIC XX      VALUE SPACES.
           02 WS-HIST-EOF-SW          PIC X       VALUE "N".
              88 WS-HIST-EOF                      VALUE "Y".
           02 WS-MAST-EOF-SW          PIC X       VALUE "N".
              88 WS-MAST-EOF                      VALUE "Y".
           02 WS-SHIST-EOF-SW         PIC X       VALUE "N".
              88 WS-SHIST-EOF                     VALUE "Y".
           02 WS-ARCHIVE-EOF-SW       PIC X       VALUE "N".
              88 WS-ARCHIVE-EOF                   VALUE "Y".
           02 WS-SHIST-PRESENT-SW     PIC X       VALUE "N".
              88 WS-SHIST-PRESENT                 VALUE "Y".
           02 WS-ARCMAST-FILENAME     PIC X(30)   VALUE SPACES.
           02 WS-ARCSHIST-FILENAME    PIC X(30)   VALUE SPACES.
           02 WS-NUMVAL-RC            PIC S9(4)   VALUE 0.
           02 WS-RUN-RC               PIC 9(2)    VALUE 0.

       01  WS-TERM-CONTROLS.
           02 WS-TERM-CODE            PIC X(10)   VALUE SPACES.
           02 WS-CUTOFF-TERM          PIC X(10)   VALUE SPACES.
           02 WS-CURR-POS             PIC 9(3)    VALUE 0.
           02 WS-CUTOFF-POS           PIC 9(3)    VALUE 0.
           02 WS-TERM-COUNT           PIC 9(3)    VALUE 0.
           02 WS-TERM-SUB             PIC 9(3)    VALUE 0.
           02 WS-TERM-FOUND-SW        PIC X       VALUE "N".
              88 WS-TERM-FOUND                    VALUE "Y".
           02 WS-TERM-LOOKUP          PIC X(10)   VALUE SPACES.
           02 WS-HIST-TERM-STR        PIC X(10)   VALUE SPACES.

       01  TERM-SEQ-TABLE.
           02 TERM-SEQ OCCURS 100     PIC X(10).

       01  WS-PURGE-CONTROLS.
           02 WS-PT-COUNT             PIC 9(3)    VALUE 0.
           02 WS-PT-SUB               PIC 9(3)    VALUE 0.
           02 WS-PT-FOUND-SW          PIC X       VALUE "N".
              88 WS-PT-FOUND                      VALUE "Y".
           02 WS-SCAN-PHASE-SW        PIC X       VALUE "B".
              88 WS-SCAN-BEFORE                   VALUE "B".
              88 WS-SCAN-AFTER                    VALUE "A".
           02 WS-ARCHIVE-TERM-STR     PIC X(10)   VALUE SPACES.
           02 WS-ROW-AVG              PIC 999V99  VALUE 0.

       01  PURGE-TABLE.
           02 PURGE-ENTRY OCCURS 100.
              03 PT-TERM              PIC X(10).
              03 PT-ACTION            PIC X(01).
                 88 PT-PURGE                  VALUE "P".
                 88 PT-REFUSED                VALUE "R".
                 88 PT-EMPTY                  VALUE "E".
                 88 PT-ARCH-REFUSED           VALUE "A".
              03 PT-INDEXED-SW        PIC X(01).
                 88 PT-INDEXED                VALUE "Y".
              03 PT-MAST-FAIL-SW      PIC X(01).
                 88 PT-MAST-FAILED            VALUE "Y".
              03 PT-SHIST-FAIL-SW     PIC X(01).
                 88 PT-SHIST-FAILED           VALUE "Y".
              03 PT-MAST-INC          PIC 9(5).
              03 PT-MAST-BEFORE       PIC 9(7).
              03 PT-MAST-BEFORE-HASH  PIC 9(9)V99.
              03 PT-MAST-AFTER        PIC 9(7).
              03 PT-MAST-AFTER-HASH   PIC 9(9)V99.
              03 PT-MAST-ARCH         PIC 9(7).
              03 PT-MAST-ARCH-HASH    PIC 9(9)V99.
              03 PT-SHIST-INC         PIC 9(5).
              03 PT-SHIST-BEFORE      PIC 9(7).
              03 PT-SHIST-BEFORE-HASH PIC 9(9)V99.
              03 PT-SHIST-AFTER       PIC 9(7).
              03 PT-SHIST-AFTER-HASH  PIC 9(9)V99.
              03 PT-SHIST-ARCH        PIC 9(7).
              03 PT-SHIST-ARCH-HASH   PIC 9(9)V99.

       01  WS-SHIST-FIELDS.
           02 WS-SHIST-TERM-STR       PIC X(10)   VALUE SPACES.
           02 WS-SHIST-ID-STR         PIC X(09)   VALUE SPACES.
           02 WS-SHIST-YSUB-STR       PIC X(02)   VALUE SPACES.
           02 WS-SHIST-SECTION-STR    PIC X(10)   VALUE SPACES.
           02 WS-SHIST-AVG-STR        PIC X(10)   VALUE SPACES.
           02 WS-SHIST-STATUS-STR     PIC X(04)   VALUE SPACES.

       01  WS-PURGE-TOTALS.
           02 WS-TOT-PURGED           PIC 9(5)    VALUE 0.
           02 WS-TOT-REFUSED          PIC 9(5)    VALUE 0.
           02 WS-TOT-EMPTY            PIC 9(5)    VALUE 0.
           02 WS-TOT-MAST-ARCH        PIC 9(7)    VALUE 0.
           02 WS-TOT-SHIST-ARCH       PIC 9(7)    VALUE 0.
           02 WS-TOT-UNBALANCED       PIC 9(5)    VALUE 0.
           02 WS-REMOVED-COUNT        PIC 9(7)    VALUE 0.
           02 WS-REMOVED-HASH         PIC 9(9)V99 VALUE 0.
           02 WS-INC-TOTAL            PIC 9(5)    VALUE 0.
           02 WS-INC-EDIT             PIC ZZZZ9.
           02 WS-MAST-ARCH-EDIT       PIC 9(7).
           02 WS-SHIST-ARCH-EDIT      PIC 9(7).

       01  PURGE-HEADER-1.
           02 FILLER PIC X(5)  VALUE SPACES.
           02 FILLER PIC X(40) VALUE
               "RETENTION PURGE CONTROL REPORT".
       01  PURGE-HEADER-2.
           02 FILLER           PIC X(5)  VALUE SPACES.
           02 FILLER           PIC X(13) VALUE "CUTOFF TERM: ".
           02 PURGE-CUTOFF-OUT PIC X(10).
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 FILLER           PIC X(14) VALUE "CURRENT TERM: ".
           02 PURGE-TERM-OUT   PIC X(10).
       01  PURGE-COL-HEADER.
           02 FILLER PIC X(5)  VALUE SPACES.
           02 FILLER PIC X(12) VALUE "TERM".
           02 FILLER PIC X(9)  VALUE "FILE".
           02 FILLER PIC X(10) VALUE "    BEFORE".
           02 FILLER PIC X(10) VALUE "  ARCHIVED".
           02 FILLER PIC X(10) VALUE "   REMOVED".
           02 FILLER PIC X(17) VALUE "    ARCHIVED HASH".
           02 FILLER PIC X(17) VALUE "     REMOVED HASH".
           02 FILLER PIC X(3)  VALUE SPACES.
           02 FILLER PIC X(30) VALUE "RESULT".
       01  DISPLAY-PURGE-LINE.
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 PURGE-TERM-LINE-OUT  PIC X(10).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 PURGE-FILE-OUT       PIC X(06).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 PURGE-BEFORE-OUT     PIC Z(6)9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 PURGE-ARCH-OUT       PIC Z(6)9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 PURGE-REMOVED-OUT    PIC Z(6)9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 PURGE-ARCH-HASH-OUT  PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 PURGE-REM-HASH-OUT   PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 PURGE-RESULT-OUT     PIC X(30).
       01  PURGE-NONE-LINE.
           02 FILLER PIC X(5)  VALUE SPACES.
           02 FILLER PIC X(40) VALUE
               "No terms at or before the cutoff.".
       01  PURGE-COUNT-LINE.
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 PURGE-LABEL-OUT      PIC X(30).
           02 PURGE-COUNT-OUT      PIC ZZZZZZ9.
       01  PURGE-VERDICT-LINE.
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 FILLER               PIC X(9)  VALUE "VERDICT: ".
           02 PURGE-VERDICT-OUT    PIC X(50).

       PROCEDURE DIVISION.
           PERFORM INIT-TERM-CODE.
           PERFORM INIT-CUTOFF-TERM.
           PERFORM LOAD-TERM-SEQUENCE.
           IF WS-CURR-POS = 0
               DISPLAY "Current term not found in GSYS-HIST.DAT - "
                   "term order unknown, nothing purged."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CUTOFF-POS = 0
               DISPLAY "Cutoff term " WS-CUTOFF-TERM
                   " not found in GSYS-HIST.DAT - nothing purged."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CUTOFF-POS >= WS-CURR-POS
               DISPLAY "Cutoff term " WS-CUTOFF-TERM
                   " is not before the current term - nothing purged."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM BUILD-PURGE-TABLE.
           PERFORM LOAD-ARCHIVE-INDEX.
           OPEN I-O GSYS-MASTER.
           IF WS-MAST-FILE-STATUS NOT = "00"
               DISPLAY "Grade master unavailable - status "
                   WS-MAST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-SCAN-BEFORE TO TRUE.
           PERFORM SCAN-MASTER-TERMS.
           PERFORM SCAN-SHIST-TERMS.
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
               PERFORM DECIDE-PURGE-ACTION
           END-PERFORM.
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
               IF PT-PURGE(WS-PT-SUB)
                   PERFORM PURGE-MASTER-TERM
               END-IF
               IF PT-PURGE(WS-PT-SUB)
                   PERFORM PURGE-SHIST-TERM
               END-IF
           END-PERFORM.
           SET WS-SCAN-AFTER TO TRUE.
           PERFORM SCAN-MASTER-TERMS.
           PERFORM SCAN-SHIST-TERMS.
           CLOSE GSYS-MASTER.
           PERFORM UPDATE-ARCHIVE-INDEX.
           OPEN OUTPUT GSYS-PURGRPT.
           PERFORM WRITE-PURGE-HEADERS.
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
               PERFORM WRITE-PURGE-TERM-LINES
           END-PERFORM.
           PERFORM WRITE-PURGE-TOTALS.
           CLOSE GSYS-PURGRPT.
           DISPLAY "Terms purged: " WS-TOT-PURGED
               " refused: " WS-TOT-REFUSED.
           DISPLAY "Master records archived: " WS-TOT-MAST-ARCH.
           DISPLAY "History rows archived: " WS-TOT-SHIST-ARCH.
           IF WS-TOT-UNBALANCED > 0
               DISPLAY "Purge OUT OF BALANCE - see "
                   "GSYS-PURGE-RPT.DAT"
           END-IF.
           IF WS-TOT-UNBALANCED > 0 OR WS-RUN-RC = 8
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOT-REFUSED > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
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
               DISPLAY "No term code in GSYS-TERM.DAT - purge "
                   "abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       INIT-CUTOFF-TERM.
           OPEN INPUT GSYS-PURGE.
           IF WS-PURGE-FILE-STATUS = "00"
               READ GSYS-PURGE INTO GSYS-PURGE-REC
                   AT END
                       MOVE SPACES TO GSYS-PURGE-REC
               END-READ
               MOVE GSYS-PURGE-REC TO WS-CUTOFF-TERM
           END-IF.
           CLOSE GSYS-PURGE.
           IF WS-CUTOFF-TERM = SPACES
               DISPLAY "No cutoff term in GSYS-PURGE.DAT - purge "
                   "abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-TERM-SEQUENCE.
           OPEN INPUT GSYS-HIST.
           IF WS-HIST-FILE-STATUS = "00"
               PERFORM UNTIL WS-HIST-EOF
                   READ GSYS-HIST INTO GSYS-HIST-REC
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-TERM-SEQ-ENTRY
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-HIST-EOF-SW
           END-IF.
           CLOSE GSYS-HIST.
           MOVE WS-TERM-CODE TO WS-TERM-LOOKUP.
           PERFORM FIND-TERM-SEQ-ENTRY.
           IF WS-TERM-FOUND
               MOVE WS-TERM-SUB TO WS-CURR-POS
           ELSE
               MOVE 0 TO WS-CURR-POS
           END-IF.
           MOVE WS-CUTOFF-TERM TO WS-TERM-LOOKUP.
           PERFORM FIND-TERM-SEQ-ENTRY.
           IF WS-TERM-FOUND
               MOVE WS-TERM-SUB TO WS-CUTOFF-POS
           ELSE
               MOVE 0 TO WS-CUTOFF-POS
           END-IF.

       ADD-TERM-SEQ-ENTRY.
           MOVE SPACES TO WS-HIST-TERM-STR.
           UNSTRING GSYS-HIST-REC DELIMITED BY ","
               INTO WS-HIST-TERM-STR
           END-UNSTRING.
           IF WS-HIST-TERM-STR = SPACES
               CONTINUE
           ELSE
               MOVE WS-HIST-TERM-STR TO WS-TERM-LOOKUP
               PERFORM FIND-TERM-SEQ-ENTRY
               IF WS-TERM-FOUND
                   CONTINUE
               ELSE
                   IF WS-TERM-COUNT >= 100
                       DISPLAY "Term sequence table full - entry "
                           "skipped: " WS-HIST-TERM-STR
                   ELSE
                       ADD 1 TO WS-TERM-COUNT
                       MOVE WS-HIST-TERM-STR
                           TO TERM-SEQ(WS-TERM-COUNT)
                   END-IF
               END-IF
           END-IF.

       FIND-TERM-SEQ-ENTRY.
           MOVE 1 TO WS-TERM-SUB.
           MOVE "N" TO WS-TERM-FOUND-SW.
           PERFORM UNTIL WS-TERM-SUB > WS-TERM-COUNT
                   OR WS-TERM-FOUND
               IF TERM-SEQ(WS-TERM-SUB) = WS-TERM-LOOKUP
                   SET WS-TERM-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-TERM-SUB
               END-IF
           END-PERFORM.

       BUILD-PURGE-TABLE.
           MOVE 0 TO WS-PT-COUNT.
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > WS-CUTOFF-POS
               ADD 1 TO WS-PT-COUNT
               MOVE TERM-SEQ(WS-TERM-SUB) TO PT-TERM(WS-PT-COUNT)
               MOVE "E" TO PT-ACTION(WS-PT-COUNT)
               MOVE "N" TO PT-INDEXED-SW(WS-PT-COUNT)
                           PT-MAST-FAIL-SW(WS-PT-COUNT)
                           PT-SHIST-FAIL-SW(WS-PT-COUNT)
               MOVE 0 TO PT-MAST-INC(WS-PT-COUNT)
                         PT-MAST-BEFORE(WS-PT-COUNT)
                         PT-MAST-BEFORE-HASH(WS-PT-COUNT)
                         PT-MAST-AFTER(WS-PT-COUNT)
                         PT-MAST-AFTER-HASH(WS-PT-COUNT)
                         PT-MAST-ARCH(WS-PT-COUNT)
                         PT-MAST-ARCH-HASH(WS-PT-COUNT)
                         PT-SHIST-INC(WS-PT-COUNT)
                         PT-SHIST-BEFORE(WS-PT-COUNT)
                         PT-SHIST-BEFORE-HASH(WS-PT-COUNT)
                         PT-SHIST-AFTER(WS-PT-COUNT)
                         PT-SHIST-AFTER-HASH(WS-PT-COUNT)
                         PT-SHIST-ARCH(WS-PT-COUNT)
                         PT-SHIST-ARCH-HASH(WS-PT-COUNT)
           END-PERFORM.

       FIND-PURGE-ENTRY.
           MOVE 1 TO WS-PT-SUB.
           MOVE "N" TO WS-PT-FOUND-SW.
           PERFORM UNTIL WS-PT-SUB > WS-PT-COUNT
                   OR WS-PT-FOUND
               IF PT-TERM(WS-PT-SUB) = WS-TERM-LOOKUP
                   SET WS-PT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-PT-SUB
               END-IF
           END-PERFORM.

       LOAD-ARCHIVE-INDEX.
           OPEN INPUT GSYS-ARCHIVE.
           IF WS-ARCHIVE-FILE-STATUS = "00"
               PERFORM UNTIL WS-ARCHIVE-EOF
                   READ GSYS-ARCHIVE INTO GSYS-ARCHIVE-REC
                       AT END
                           SET WS-ARCHIVE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-ARCHIVE-TERM-STR
                           UNSTRING GSYS-ARCHIVE-REC DELIMITED BY ","
                               INTO WS-ARCHIVE-TERM-STR
                           END-UNSTRING
                           MOVE WS-ARCHIVE-TERM-STR TO WS-TERM-LOOKUP
                           PERFORM FIND-PURGE-ENTRY
                           IF WS-PT-FOUND
                               SET PT-INDEXED(WS-PT-SUB) TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-ARCHIVE-EOF-SW
           END-IF.
           CLOSE GSYS-ARCHIVE.

       SCAN-MASTER-TERMS.
           MOVE LOW-VALUES TO MAST-KEY.
           START GSYS-MASTER KEY IS NOT LESS THAN MAST-KEY
               INVALID KEY
                   SET WS-MAST-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-MAST-EOF
               READ GSYS-MASTER NEXT RECORD
                   AT END
                       SET WS-MAST-EOF TO TRUE
                   NOT AT END
                       MOVE MAST-TERM TO WS-TERM-LOOKUP
                       PERFORM FIND-PURGE-ENTRY
                       IF WS-PT-FOUND
                           PERFORM TALLY-MASTER-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-MAST-EOF-SW.

       TALLY-MASTER-RECORD.
           IF WS-SCAN-BEFORE
               ADD 1 TO PT-MAST-BEFORE(WS-PT-SUB)
               ADD MAST-AVG TO PT-MAST-BEFORE-HASH(WS-PT-SUB)
               IF MAST-STATUS = "INC"
                   ADD 1 TO PT-MAST-INC(WS-PT-SUB)
               END-IF
           ELSE
               ADD 1 TO PT-MAST-AFTER(WS-PT-SUB)
               ADD MAST-AVG TO PT-MAST-AFTER-HASH(WS-PT-SUB)
           END-IF.

       SCAN-SHIST-TERMS.
           OPEN INPUT GSYS-SHIST.
           IF WS-SHIST-FILE-STATUS = "00"
               SET WS-SHIST-PRESENT TO TRUE
               PERFORM UNTIL WS-SHIST-EOF
                   READ GSYS-SHIST INTO GSYS-SHIST-REC
                       AT END
                           SET WS-SHIST-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-SHIST-ROW
                           MOVE WS-SHIST-TERM-STR TO WS-TERM-LOOKUP
                           PERFORM FIND-PURGE-ENTRY
                           IF WS-PT-FOUND
                               PERFORM TALLY-SHIST-ROW
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-SHIST-EOF-SW
           END-IF.
           CLOSE GSYS-SHIST.

       PARSE-SHIST-ROW.
           MOVE SPACES TO WS-SHIST-TERM-STR WS-SHIST-ID-STR
                          WS-SHIST-YSUB-STR WS-SHIST-SECTION-STR
                          WS-SHIST-AVG-STR WS-SHIST-STATUS-STR.
           UNSTRING GSYS-SHIST-REC DELIMITED BY ","
               INTO WS-SHIST-TERM-STR, WS-SHIST-ID-STR,
                    WS-SHIST-YSUB-STR, WS-SHIST-SECTION-STR,
                    WS-SHIST-AVG-STR, WS-SHIST-STATUS-STR
           END-UNSTRING.
           MOVE 0 TO WS-ROW-AVG.
           MOVE FUNCTION TEST-NUMVAL(WS-SHIST-AVG-STR) TO WS-NUMVAL-RC.
           IF WS-NUMVAL-RC = 0
               MOVE FUNCTION NUMVAL(WS-SHIST-AVG-STR) TO WS-ROW-AVG
           END-IF.

       TALLY-SHIST-ROW.
           IF WS-SCAN-BEFORE
               ADD 1 TO PT-SHIST-BEFORE(WS-PT-SUB)
               ADD WS-ROW-AVG TO PT-SHIST-BEFORE-HASH(WS-PT-SUB)
               IF WS-SHIST-STATUS-STR = "INC"
                   ADD 1 TO PT-SHIST-INC(WS-PT-SUB)
               END-IF
           ELSE
               ADD 1 TO PT-SHIST-AFTER(WS-PT-SUB)
               ADD WS-ROW-AVG TO PT-SHIST-AFTER-HASH(WS-PT-SUB)
           END-IF.

       DECIDE-PURGE-ACTION.
           EVALUATE TRUE
               WHEN PT-MAST-INC(WS-PT-SUB) > 0
                       OR PT-SHIST-INC(WS-PT-SUB) > 0
                   MOVE "R" TO PT-ACTION(WS-PT-SUB)
                   ADD 1 TO WS-TOT-REFUSED
                   DISPLAY "Term " PT-TERM(WS-PT-SUB)
                       " refused - open INC grades not yet aged."
               WHEN PT-MAST-BEFORE(WS-PT-SUB) = 0
                       AND PT-SHIST-BEFORE(WS-PT-SUB) = 0
                   MOVE "E" TO PT-ACTION(WS-PT-SUB)
                   ADD 1 TO WS-TOT-EMPTY
               WHEN OTHER
                   MOVE "P" TO PT-ACTION(WS-PT-SUB)
                   ADD 1 TO WS-TOT-PURGED
           END-EVALUATE.

       BUILD-ARCHIVE-NAMES.
           MOVE SPACES TO WS-ARCMAST-FILENAME.
           STRING "GSYS-" DELIMITED BY SIZE
                   FUNCTION TRIM(PT-TERM(WS-PT-SUB)) DELIMITED BY SIZE
                   "-ARCMAST.DAT" DELIMITED BY SIZE
               INTO WS-ARCMAST-FILENAME
           END-STRING.
           MOVE SPACES TO WS-ARCSHIST-FILENAME.
           STRING "GSYS-" DELIMITED BY SIZE
                   FUNCTION TRIM(PT-TERM(WS-PT-SUB)) DELIMITED BY SIZE
                   "-ARCSHIST.DAT" DELIMITED BY SIZE
               INTO WS-ARCSHIST-FILENAME
           END-STRING.

       PURGE-MASTER-TERM.
           PERFORM BUILD-ARCHIVE-NAMES.
           OPEN EXTEND GSYS-ARCMAST.
           IF WS-ARCMAST-FILE-STATUS = "00"
                   OR WS-ARCMAST-FILE-STATUS = "05"
               PERFORM ARCHIVE-MASTER-TERM
           ELSE
               DISPLAY "Master archive "
                   FUNCTION TRIM(WS-ARCMAST-FILENAME)
                   " unavailable - status " WS-ARCMAST-FILE-STATUS
                   " - term " PT-TERM(WS-PT-SUB) " not purged."
               MOVE "A" TO PT-ACTION(WS-PT-SUB)
               SUBTRACT 1 FROM WS-TOT-PURGED
               MOVE 8 TO WS-RUN-RC
           END-IF.
           CLOSE GSYS-ARCMAST.

       ARCHIVE-MASTER-TERM.
           MOVE PT-TERM(WS-PT-SUB) TO MAST-TERM.
           MOVE LOW-VALUES TO MAST-ID MAST-COURSE.
           START GSYS-MASTER KEY IS NOT LESS THAN MAST-KEY
               INVALID KEY
                   SET WS-MAST-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-MAST-EOF
               READ GSYS-MASTER NEXT RECORD
                   AT END
                       SET WS-MAST-EOF TO TRUE
                   NOT AT END
                       IF MAST-TERM = PT-TERM(WS-PT-SUB)
                           PERFORM ARCHIVE-MASTER-RECORD
                       ELSE
                           SET WS-MAST-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-MAST-EOF-SW.

       ARCHIVE-MASTER-RECORD.
           WRITE GSYS-ARCMAST-REC FROM GSYS-MASTER-REC.
           IF WS-ARCMAST-FILE-STATUS = "00"
               ADD 1 TO PT-MAST-ARCH(WS-PT-SUB)
               ADD MAST-AVG TO PT-MAST-ARCH-HASH(WS-PT-SUB)
               ADD 1 TO WS-TOT-MAST-ARCH
               DELETE GSYS-MASTER RECORD
                   INVALID KEY
                       DISPLAY "Purge delete failed: " MAST-TERM " "
                           MAST-ID " " MAST-COURSE
               END-DELETE
           ELSE
               DISPLAY "Master archive write failed - status "
                   WS-ARCMAST-FILE-STATUS " - term " MAST-TERM
                   " purge stopped at " MAST-ID " " MAST-COURSE
               SET PT-MAST-FAILED(WS-PT-SUB) TO TRUE
               MOVE 8 TO WS-RUN-RC
               SET WS-MAST-EOF TO TRUE
           END-IF.

       PURGE-SHIST-TERM.
           IF WS-SHIST-PRESENT
               OPEN EXTEND GSYS-ARCSHIST
               IF WS-ARCSHIST-FILE-STATUS = "00"
                       OR WS-ARCSHIST-FILE-STATUS = "05"
                   PERFORM ARCHIVE-SHIST-TERM
               ELSE
                   DISPLAY "History archive "
                       FUNCTION TRIM(WS-ARCSHIST-FILENAME)
                       " unavailable - status " WS-ARCSHIST-FILE-STATUS
                       " - GSYS-SHIST.DAT left unchanged."
                   SET PT-SHIST-FAILED(WS-PT-SUB) TO TRUE
                   MOVE 8 TO WS-RUN-RC
               END-IF
               CLOSE GSYS-ARCSHIST
           END-IF.

       ARCHIVE-SHIST-TERM.
           OPEN INPUT GSYS-SHIST.
           OPEN OUTPUT GSYS-SHISTW.
           PERFORM UNTIL WS-SHIST-EOF
               READ GSYS-SHIST INTO GSYS-SHIST-REC
                   AT END
                       SET WS-SHIST-EOF TO TRUE
                   NOT AT END
                       PERFORM ROUTE-SHIST-ROW
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SHIST-EOF-SW.
           CLOSE GSYS-SHISTW.
           CLOSE GSYS-SHIST.
           IF PT-SHIST-FAILED(WS-PT-SUB)
               DISPLAY "GSYS-SHIST.DAT left unchanged for term "
                   PT-TERM(WS-PT-SUB) "."
           ELSE
               PERFORM COPY-SHISTW-BACK
           END-IF.

       ROUTE-SHIST-ROW.
           PERFORM PARSE-SHIST-ROW.
           IF WS-SHIST-TERM-STR = PT-TERM(WS-PT-SUB)
                   AND NOT PT-SHIST-FAILED(WS-PT-SUB)
               WRITE GSYS-ARCSHIST-REC FROM GSYS-SHIST-REC
               IF WS-ARCSHIST-FILE-STATUS = "00"
                   ADD 1 TO PT-SHIST-ARCH(WS-PT-SUB)
                   ADD WS-ROW-AVG TO PT-SHIST-ARCH-HASH(WS-PT-SUB)
                   ADD 1 TO WS-TOT-SHIST-ARCH
               ELSE
                   DISPLAY "History archive write failed - status "
                       WS-ARCSHIST-FILE-STATUS " - term "
                       PT-TERM(WS-PT-SUB)
                   SET PT-SHIST-FAILED(WS-PT-SUB) TO TRUE
                   MOVE 8 TO WS-RUN-RC
               END-IF
           ELSE
               WRITE GSYS-SHISTW-REC FROM GSYS-SHIST-REC
           END-IF.

       COPY-SHISTW-BACK.
           OPEN INPUT GSYS-SHISTW.
           OPEN OUTPUT GSYS-SHIST.
           PERFORM UNTIL WS-SHIST-EOF
               READ GSYS-SHISTW INTO GSYS-SHISTW-REC
                   AT END
                       SET WS-SHIST-EOF TO TRUE
                   NOT AT END
                       WRITE GSYS-SHIST-REC FROM GSYS-SHISTW-REC
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SHIST-EOF-SW.
           CLOSE GSYS-SHISTW.
           CLOSE GSYS-SHIST.

       UPDATE-ARCHIVE-INDEX.
           OPEN EXTEND GSYS-ARCHIVE.
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
               IF PT-PURGE(WS-PT-SUB) AND NOT PT-INDEXED(WS-PT-SUB)
                   MOVE PT-MAST-ARCH(WS-PT-SUB) TO WS-MAST-ARCH-EDIT
                   MOVE PT-SHIST-ARCH(WS-PT-SUB) TO WS-SHIST-ARCH-EDIT
                   MOVE SPACES TO GSYS-ARCHIVE-REC
                   STRING FUNCTION TRIM(PT-TERM(WS-PT-SUB))
                               DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-MAST-ARCH-EDIT DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-SHIST-ARCH-EDIT DELIMITED BY SIZE
                       INTO GSYS-ARCHIVE-REC
                   END-STRING
                   WRITE GSYS-ARCHIVE-REC
                   SET PT-INDEXED(WS-PT-SUB) TO TRUE
               END-IF
           END-PERFORM.
           CLOSE GSYS-ARCHIVE.

       WRITE-PURGE-HEADERS.
           WRITE GSYS-PURGRPT-REC FROM PURGE-HEADER-1.
           MOVE WS-CUTOFF-TERM TO PURGE-CUTOFF-OUT.
           MOVE WS-TERM-CODE TO PURGE-TERM-OUT.
           WRITE GSYS-PURGRPT-REC FROM PURGE-HEADER-2.
           MOVE SPACES TO GSYS-PURGRPT-REC.
           WRITE GSYS-PURGRPT-REC.
           WRITE GSYS-PURGRPT-REC FROM PURGE-COL-HEADER.
           MOVE SPACES TO GSYS-PURGRPT-REC.
           MOVE ALL "-" TO GSYS-PURGRPT-REC(6:122).
           WRITE GSYS-PURGRPT-REC.
           IF WS-PT-COUNT = 0
               WRITE GSYS-PURGRPT-REC FROM PURGE-NONE-LINE
           END-IF.

       WRITE-PURGE-TERM-LINES.
           MOVE PT-TERM(WS-PT-SUB) TO PURGE-TERM-LINE-OUT.
           MOVE "MASTER" TO PURGE-FILE-OUT.
           MOVE PT-MAST-BEFORE(WS-PT-SUB) TO PURGE-BEFORE-OUT.
           MOVE PT-MAST-ARCH(WS-PT-SUB) TO PURGE-ARCH-OUT.
           MOVE PT-MAST-ARCH-HASH(WS-PT-SUB) TO PURGE-ARCH-HASH-OUT.
           COMPUTE WS-REMOVED-COUNT = PT-MAST-BEFORE(WS-PT-SUB)
                   - PT-MAST-AFTER(WS-PT-SUB).
           COMPUTE WS-REMOVED-HASH = PT-MAST-BEFORE-HASH(WS-PT-SUB)
                   - PT-MAST-AFTER-HASH(WS-PT-SUB).
           MOVE WS-REMOVED-COUNT TO PURGE-REMOVED-OUT.
           MOVE WS-REMOVED-HASH TO PURGE-REM-HASH-OUT.
           IF WS-REMOVED-COUNT NOT = PT-MAST-ARCH(WS-PT-SUB)
                   OR WS-REMOVED-HASH NOT = PT-MAST-ARCH-HASH(WS-PT-SUB)
                   OR PT-MAST-FAILED(WS-PT-SUB)
               ADD 1 TO WS-TOT-UNBALANCED
               MOVE "OUT OF BALANCE" TO PURGE-RESULT-OUT
           ELSE
               PERFORM SET-TERM-RESULT
           END-IF.
           WRITE GSYS-PURGRPT-REC FROM DISPLAY-PURGE-LINE.
           MOVE SPACES TO PURGE-TERM-LINE-OUT.
           MOVE "SHIST" TO PURGE-FILE-OUT.
           MOVE PT-SHIST-BEFORE(WS-PT-SUB) TO PURGE-BEFORE-OUT.
           MOVE PT-SHIST-ARCH(WS-PT-SUB) TO PURGE-ARCH-OUT.
           MOVE PT-SHIST-ARCH-HASH(WS-PT-SUB) TO PURGE-ARCH-HASH-OUT.
           COMPUTE WS-REMOVED-COUNT = PT-SHIST-BEFORE(WS-PT-SUB)
                   - PT-SHIST-AFTER(WS-PT-SUB).
           COMPUTE WS-REMOVED-HASH = PT-SHIST-BEFORE-HASH(WS-PT-SUB)
                   - PT-SHIST-AFTER-HASH(WS-PT-SUB).
           MOVE WS-REMOVED-COUNT TO PURGE-REMOVED-OUT.
           MOVE WS-REMOVED-HASH TO PURGE-REM-HASH-OUT.
           IF WS-REMOVED-COUNT NOT = PT-SHIST-ARCH(WS-PT-SUB)
                   OR WS-REMOVED-HASH
                       NOT = PT-SHIST-ARCH-HASH(WS-PT-SUB)
                   OR PT-SHIST-FAILED(WS-PT-SUB)
               ADD 1 TO WS-TOT-UNBALANCED
               MOVE "OUT OF BALANCE" TO PURGE-RESULT-OUT
           ELSE
               PERFORM SET-TERM-RESULT
           END-IF.
           WRITE GSYS-PURGRPT-REC FROM DISPLAY-PURGE-LINE.

       SET-TERM-RESULT.
           EVALUATE TRUE
               WHEN PT-PURGE(WS-PT-SUB)
                   MOVE "ARCHIVED = REMOVED" TO PURGE-RESULT-OUT
               WHEN PT-REFUSED(WS-PT-SUB)
                   COMPUTE WS-INC-TOTAL = PT-MAST-INC(WS-PT-SUB)
                           + PT-SHIST-INC(WS-PT-SUB)
                   MOVE WS-INC-TOTAL TO WS-INC-EDIT
                   MOVE SPACES TO PURGE-RESULT-OUT
                   STRING "REFUSED - " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-INC-EDIT) DELIMITED BY SIZE
                           " OPEN INC" DELIMITED BY SIZE
                       INTO PURGE-RESULT-OUT
                   END-STRING
               WHEN PT-ARCH-REFUSED(WS-PT-SUB)
                   MOVE "REFUSED - ARCHIVE UNAVAILABLE"
                       TO PURGE-RESULT-OUT
               WHEN OTHER
                   MOVE "NOTHING ON FILE" TO PURGE-RESULT-OUT
           END-EVALUATE.

       WRITE-PURGE-TOTALS.
           MOVE SPACES TO GSYS-PURGRPT-REC.
           WRITE GSYS-PURGRPT-REC.
           MOVE "TERMS PURGED:" TO PURGE-LABEL-OUT.
           MOVE WS-TOT-PURGED TO PURGE-COUNT-OUT.
           WRITE GSYS-PURGRPT-REC FROM PURGE-COUNT-LINE.
           MOVE "TERMS REFUSED - OPEN INC:" TO PURGE-LABEL-OUT.
           MOVE WS-TOT-REFUSED TO PURGE-COUNT-OUT.
           WRITE GSYS-PURGRPT-REC FROM PURGE-COUNT-LINE.
           MOVE "TERMS WITH NOTHING ON FILE:" TO PURGE-LABEL-OUT.
           MOVE WS-TOT-EMPTY TO PURGE-COUNT-OUT.
           WRITE GSYS-PURGRPT-REC FROM PURGE-COUNT-LINE.
           MOVE "MASTER RECORDS ARCHIVED:" TO PURGE-LABEL-OUT.
           MOVE WS-TOT-MAST-ARCH TO PURGE-COUNT-OUT.
           WRITE GSYS-PURGRPT-REC FROM PURGE-COUNT-LINE.
           MOVE "SHIST ROWS ARCHIVED:" TO PURGE-LABEL-OUT.
           MOVE WS-TOT-SHIST-ARCH TO PURGE-COUNT-OUT.
           WRITE GSYS-PURGRPT-REC FROM PURGE-COUNT-LINE.
           MOVE SPACES TO GSYS-PURGRPT-REC.
           WRITE GSYS-PURGRPT-REC.
           IF WS-TOT-UNBALANCED = 0
               MOVE "BALANCED - archived equals removed"
                   TO PURGE-VERDICT-OUT
           ELSE
               MOVE "OUT OF BALANCE - restore from archive and rerun"
                   TO PURGE-VERDICT-OUT
           END-IF.
           WRITE GSYS-PURGRPT-REC FROM PURGE-VERDICT-LINE.
