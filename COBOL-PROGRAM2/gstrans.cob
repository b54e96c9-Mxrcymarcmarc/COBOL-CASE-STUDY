               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-SECTION WITH DUPLICATES
               FILE STATUS IS WS-MAST-FILE-STATUS.

           SELECT OPTIONAL GSYS-ARCHIVE ASSIGN TO "GSYS-ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT OPTIONAL GSYS-ARCMAST ASSIGN TO WS-ARCMAST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCMAST-FILE-STATUS.

           SELECT OPTIONAL GSYS-ARCSHIST ASSIGN TO WS-ARCSHIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCSHIST-FILE-STATUS.

           SELECT GSYS-TRANSCRIPT ASSIGN TO "GSYS-TRANSCRIPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  GSYS-ARCHIVE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-ARCHIVE-REC.
       01  GSYS-ARCHIVE-REC PIC X(40).

       FD  GSYS-ARCMAST
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-ARCMAST-REC.
       01  GSYS-ARCMAST-REC PIC X(98).

       FD  GSYS-ARCSHIST
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-ARCSHIST-REC.
       01  GSYS-ARCSHIST-REC PIC X(80).

       FD  GSYS-TRANSCRIPT
           LABEL RECORDS ARE STANDARD
       FD  GSYS-TSRT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-TSRT-REC.
       01  GSYS-TSRT-REC PIC X(51).

       SD  GSYS-TSORTWK.
       01  TSORT-REC.
           02 TS-SECTION       PIC X(10).
           02 TS-AVG           PIC 9(3)V99.
           02 TS-STATUS        PIC X(04).
           02 TS-COURSE        PIC X(10).
           02 TS-UNITS         PIC 9V9.

       WORKING-STORAGE SECTION.
       01  WS-FILE-CONTROLS.
           02 WS-TRREQ-FILE-STATUS    PIC XX      VALUE SPACES.
           02 WS-SHIST-FILE-STATUS    PIC XX      VALUE SPACES.
           02 WS-MAST-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-ARCHIVE-FILE-STATUS  PIC XX      VALUE SPACES.
           02 WS-ARCMAST-FILE-STATUS  PIC XX      VALUE SPACES.
           02 WS-ARCSHIST-FILE-STATUS PIC XX      VALUE SPACES.
           02 WS-TRREQ-EOF-SW         PIC X       VALUE "N".
              88 WS-TRREQ-EOF                     VALUE "Y".
           02 WS-SHIST-EOF-SW         PIC X       VALUE "N".
              88 WS-TSRT-EOF                      VALUE "Y".
           02 WS-MAST-OPEN-SW         PIC X       VALUE "N".
              88 WS-MAST-OPEN                     VALUE "Y".
           02 WS-ARCHIVE-EOF-SW       PIC X       VALUE "N".
              88 WS-ARCHIVE-EOF                   VALUE "Y".
           02 WS-ARCMAST-EOF-SW       PIC X       VALUE "N".
              88 WS-ARCMAST-EOF                   VALUE "Y".
           02 WS-ARCSHIST-EOF-SW      PIC X       VALUE "N".
              88 WS-ARCSHIST-EOF                  VALUE "Y".
           02 WS-ARCMAST-FILENAME     PIC X(30)   VALUE SPACES.
           02 WS-ARCSHIST-FILENAME    PIC X(30)   VALUE SPACES.

       01  WS-REQUEST-CONTROLS.
           02 WS-REQ-COUNT            PIC 9(3)    VALUE 0.
              03 REQ-PRINTED-SW   PIC X(01).
                 88 REQ-PRINTED               VALUE "Y".

       01  WS-ARCHIVE-CONTROLS.
           02 WS-ARC-TERM-COUNT       PIC 9(3)    VALUE 0.
           02 WS-ARC-TERM-SUB         PIC 9(3)    VALUE 0.
           02 WS-ARC-TERM-STR         PIC X(10)   VALUE SPACES.
           02 WS-ARC-MAST-COUNT       PIC 9(5)    VALUE 0.
           02 WS-ARC-MAST-SUB         PIC 9(5)    VALUE 0.
           02 WS-ARC-MAST-FOUND-SW    PIC X       VALUE "N".
              88 WS-ARC-MAST-FOUND                VALUE "Y".
           02 WS-ARC-MAST-LOOKUP      PIC X(29)   VALUE SPACES.

       01  ARCHIVE-TERM-TABLE.
           02 ARC-TERM OCCURS 100     PIC X(10).

       01  WS-ARC-IMAGE.
           02 ARC-IMAGE-KEY.
              03 ARC-IMAGE-TERM       PIC X(10).
              03 ARC-IMAGE-ID         PIC X(09).
              03 ARC-IMAGE-COURSE     PIC X(10).
           02 ARC-IMAGE-REST          PIC X(69).

       01  ARCHIVE-MASTER-TABLE.
           02 ARC-MAST-ENTRY OCCURS 5000.
              03 ARC-MAST-KEY         PIC X(29).
              03 ARC-MAST-REST        PIC X(69).

       01  WS-SHIST-FIELDS.
           02 WS-SHIST-TERM-STR       PIC X(10)   VALUE SPACES.
           02 WS-SHIST-ID-STR         PIC X(09)   VALUE SPACES.
           02 WS-SHIST-SECTION-STR    PIC X(10)   VALUE SPACES.
           02 WS-SHIST-AVG-STR        PIC X(10)   VALUE SPACES.
           02 WS-SHIST-STATUS-STR     PIC X(04)   VALUE SPACES.
           02 WS-SHIST-COURSE-STR     PIC X(10)   VALUE SPACES.
           02 WS-SHIST-UNITS-STR      PIC X(05)   VALUE SPACES.
           02 WS-SHIST-REL-SW         PIC X       VALUE "N".
              88 WS-SHIST-REL-OK                  VALUE "Y".
           02 WS-NUMVAL-RC            PIC S9(4)   VALUE 0.
           02 WS-CURR-OPEN-SW         PIC X       VALUE "N".
              88 WS-CURR-OPEN                     VALUE "Y".
           02 WS-CURR-NAME            PIC X(20)   VALUE SPACES.
           02 WS-CURR-TERM            PIC X(10)   VALUE SPACES.
           02 WS-TERM-WEIGHTED        PIC 9(7)V999 VALUE 0.
           02 WS-TERM-UNITS           PIC 9(3)V9  VALUE 0.
           02 WS-TERM-GWA             PIC 999V99  VALUE 0.
           02 WS-CUM-WEIGHTED         PIC 9(9)V999 VALUE 0.
           02 WS-CUM-UNITS            PIC 9(5)V9  VALUE 0.
           02 WS-CUM-TERMS            PIC 9(5)    VALUE 0.
           02 WS-CUM-AVG              PIC 999V99  VALUE 0.
           02 WS-TERM-LINES           PIC 9(5)    VALUE 0.
           02 WS-TRANSCRIPTS-OUT      PIC 9(5)    VALUE 0.
           02 WS-MISSING-COUNT        PIC 9(5)    VALUE 0.
           02 WS-GRADE-EDIT           PIC ZZ9.99.
           02 WS-UNITS-EDIT           PIC Z9.9.

       01  TRANS-HEADER-1.
           02 FILLER PIC X(9)  VALUE SPACES.
           02 FILLER PIC X(19) VALUE SPACES.
           02 FILLER PIC X(21) VALUE "ACADEMIC TRANSCRIPT".
       01  TRANS-RULE-LINE.
           02 FILLER PIC X(86) VALUE ALL "=".
       01  TRANS-DASH-LINE.
           02 FILLER PIC X(86) VALUE ALL "-".
       01  TRANS-TEXT-LINE.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 TRANS-LABEL-OUT  PIC X(18).
       01  TRANS-COL-HEADER.
           02 FILLER PIC X(3)  VALUE SPACES.
           02 FILLER PIC X(12) VALUE "TERM".
           02 FILLER PIC X(12) VALUE "COURSE".
           02 FILLER PIC X(12) VALUE "SECTION".
           02 FILLER PIC X(6)  VALUE "UNITS".
           02 FILLER PIC X(8)  VALUE "PRELIM".
           02 FILLER PIC X(8)  VALUE "MIDTERM".
           02 FILLER PIC X(8)  VALUE "FINAL".
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 TRANS-TERM-OUT       PIC X(10).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 TRANS-COURSE-OUT     PIC X(10).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 TRANS-SECTION-OUT    PIC X(10).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 TRANS-UNITS-OUT      PIC X(04).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 TRANS-PRELIM-OUT     PIC X(06).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 TRANS-MIDTERM-OUT    PIC X(06).
           02 TRANS-AVG-OUT        PIC X(06).
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 TRANS-STATUS-OUT     PIC X(04).
       01  TRANS-TERM-GWA-LINE.
           02 FILLER               PIC X(27) VALUE SPACES.
           02 FILLER               PIC X(10) VALUE "TERM GWA: ".
           02 TRANS-TERM-GWA-OUT   PIC ZZ9.99.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 FILLER               PIC X(7)  VALUE "UNITS: ".
           02 TRANS-TERM-UNITS-OUT PIC ZZ9.9.
       01  TRANS-CUM-LINE.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 FILLER               PIC X(16) VALUE
               "CUMULATIVE GWA: ".
           02 TRANS-CUM-AVG-OUT    PIC ZZ9.99.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 FILLER               PIC X(7)  VALUE "TERMS: ".
           02 TRANS-CUM-TERMS-OUT  PIC ZZZZ9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 FILLER               PIC X(15) VALUE "UNITS CREDITED ".
           02 TRANS-CUM-UNITS-OUT  PIC ZZZZ9.9.
       01  TRANS-NONE-LINE.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 FILLER               PIC X(12) VALUE "STUDENT ID: ".
           IF WS-REQ-COUNT = 0
               DISPLAY "Request file GSYS-TRREQ.DAT empty or missing "
                   "- nothing to print."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ARCHIVE-INDEX.
           PERFORM LOAD-ARCHIVED-MASTER.
           PERFORM SORT-STUDENT-HISTORY.
           PERFORM OPEN-MASTER-FILE.
           OPEN OUTPUT GSYS-TRANSCRIPT.
           PERFORM PRINT-REQUESTED-TRANSCRIPTS.
           PERFORM REPORT-MISSING-REQUESTS.
           CLOSE GSYS-TRANSCRIPT.
           IF NOT WS-MAST-OPEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MISSING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM CLOSE-MASTER-FILE.
           DISPLAY "Transcripts printed: " WS-TRANSCRIPTS-OUT.
           DISPLAY "Requests with no history: " WS-MISSING-COUNT.
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
           IF WS-ARC-TERM-STR = SPACES
               CONTINUE
           ELSE
               IF WS-ARC-TERM-COUNT >= 100
                   DISPLAY "Archive term table full - entry skipped: "
                       WS-ARC-TERM-STR
               ELSE
                   ADD 1 TO WS-ARC-TERM-COUNT
                   MOVE WS-ARC-TERM-STR TO ARC-TERM(WS-ARC-TERM-COUNT)
               END-IF
           END-IF.

       BUILD-ARCHIVE-NAMES.
           MOVE SPACES TO WS-ARCMAST-FILENAME.
           STRING "GSYS-" DELIMITED BY SIZE
                   FUNCTION TRIM(ARC-TERM(WS-ARC-TERM-SUB))
                       DELIMITED BY SIZE
                   "-ARCMAST.DAT" DELIMITED BY SIZE
               INTO WS-ARCMAST-FILENAME
           END-STRING.
           MOVE SPACES TO WS-ARCSHIST-FILENAME.
           STRING "GSYS-" DELIMITED BY SIZE
                   FUNCTION TRIM(ARC-TERM(WS-ARC-TERM-SUB))
                       DELIMITED BY SIZE
                   "-ARCSHIST.DAT" DELIMITED BY SIZE
               INTO WS-ARCSHIST-FILENAME
           END-STRING.

       LOAD-ARCHIVED-MASTER.
           PERFORM VARYING WS-ARC-TERM-SUB FROM 1 BY 1
                   UNTIL WS-ARC-TERM-SUB > WS-ARC-TERM-COUNT
               PERFORM BUILD-ARCHIVE-NAMES
               OPEN INPUT GSYS-ARCMAST
               IF WS-ARCMAST-FILE-STATUS = "00"
                   PERFORM UNTIL WS-ARCMAST-EOF
                       READ GSYS-ARCMAST INTO WS-ARC-IMAGE
                           AT END
                               SET WS-ARCMAST-EOF TO TRUE
                           NOT AT END
                               PERFORM ADD-ARCHIVED-MASTER-ENTRY
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-ARCMAST-EOF-SW
               END-IF
               CLOSE GSYS-ARCMAST
           END-PERFORM.

       ADD-ARCHIVED-MASTER-ENTRY.
           MOVE ARC-IMAGE-ID TO WS-REQ-LOOKUP.
           PERFORM FIND-REQUEST-ENTRY.
           IF WS-REQ-FOUND
               IF WS-ARC-MAST-COUNT >= 5000
                   DISPLAY "Archived master table full - entry "
                       "skipped: " ARC-IMAGE-KEY
               ELSE
                   ADD 1 TO WS-ARC-MAST-COUNT
                   MOVE WS-ARC-IMAGE
                       TO ARC-MAST-ENTRY(WS-ARC-MAST-COUNT)
               END-IF
           END-IF.

       FIND-ARCHIVED-MASTER.
           MOVE 1 TO WS-ARC-MAST-SUB.
           MOVE "N" TO WS-ARC-MAST-FOUND-SW.
           PERFORM UNTIL WS-ARC-MAST-SUB > WS-ARC-MAST-COUNT
                   OR WS-ARC-MAST-FOUND
               IF ARC-MAST-KEY(WS-ARC-MAST-SUB) = WS-ARC-MAST-LOOKUP
                   SET WS-ARC-MAST-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-ARC-MAST-SUB
               END-IF
           END-PERFORM.

       SORT-STUDENT-HISTORY.
           SORT GSYS-TSORTWK ON ASCENDING KEY TS-ID, TS-TERM,
                   TS-COURSE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-HISTORY-RECORDS
               GIVING GSYS-TSRT.
           END-PERFORM.
           MOVE "N" TO WS-SHIST-EOF-SW.
           CLOSE GSYS-SHIST.
           PERFORM VARYING WS-ARC-TERM-SUB FROM 1 BY 1
                   UNTIL WS-ARC-TERM-SUB > WS-ARC-TERM-COUNT
               PERFORM RELEASE-ARCHIVED-HISTORY
           END-PERFORM.

       RELEASE-ARCHIVED-HISTORY.
           PERFORM BUILD-ARCHIVE-NAMES.
           OPEN INPUT GSYS-ARCSHIST.
           IF WS-ARCSHIST-FILE-STATUS = "00"
               PERFORM UNTIL WS-ARCSHIST-EOF
                   READ GSYS-ARCSHIST INTO GSYS-SHIST-REC
                       AT END
                           SET WS-ARCSHIST-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-HISTORY-RECORD
                           IF WS-SHIST-REL-OK
                               RELEASE TSORT-REC
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-ARCSHIST-EOF-SW
           END-IF.
           CLOSE GSYS-ARCSHIST.

       PARSE-HISTORY-RECORD.
           MOVE "N" TO WS-SHIST-REL-SW.
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
           IF WS-SHIST-ID-STR = SPACES
               CONTINUE
                       MOVE 0 TO TS-AVG
                   END-IF
                   MOVE WS-SHIST-STATUS-STR TO TS-STATUS
                   IF WS-SHIST-COURSE-STR = SPACES
                       MOVE "GENERAL" TO TS-COURSE
                   ELSE
                       MOVE WS-SHIST-COURSE-STR TO TS-COURSE
                   END-IF
                   MOVE FUNCTION TEST-NUMVAL(WS-SHIST-UNITS-STR)
                       TO WS-NUMVAL-RC
                   IF WS-NUMVAL-RC = 0
                       MOVE FUNCTION NUMVAL(WS-SHIST-UNITS-STR)
                           TO TS-UNITS
                   ELSE
                       MOVE 3.0 TO TS-UNITS
                   END-IF
                   MOVE "Y" TO WS-SHIST-REL-SW
               END-IF
           END-IF.
           IF NOT WS-CURR-OPEN
               PERFORM START-ONE-TRANSCRIPT
           END-IF.
           IF TS-TERM NOT = WS-CURR-TERM
               IF WS-CURR-TERM NOT = SPACES
                   PERFORM CLOSE-ONE-TERM
               END-IF
               MOVE TS-TERM TO WS-CURR-TERM
           END-IF.
           MOVE TS-TERM TO TRANS-TERM-OUT.
           MOVE TS-COURSE TO TRANS-COURSE-OUT.
           MOVE TS-SECTION TO TRANS-SECTION-OUT.
           MOVE TS-UNITS TO WS-UNITS-EDIT.
           MOVE WS-UNITS-EDIT TO TRANS-UNITS-OUT.
           PERFORM LOOK-UP-MASTER-GRADES.
           MOVE TS-STATUS TO TRANS-STATUS-OUT.
           IF TS-STATUS = "PASS" OR TS-STATUS = "FAIL"
                   OR TS-STATUS = "LAPS" OR TS-STATUS = "FA"
               MOVE TS-AVG TO WS-GRADE-EDIT
               MOVE WS-GRADE-EDIT TO TRANS-AVG-OUT
               COMPUTE WS-TERM-WEIGHTED = WS-TERM-WEIGHTED
                       + (TS-AVG * TS-UNITS)
               ADD TS-UNITS TO WS-TERM-UNITS
           ELSE
               MOVE "N/A" TO TRANS-AVG-OUT
           END-IF.
           IF WS-MAST-OPEN
               MOVE TS-TERM TO MAST-TERM
               MOVE TS-ID TO MAST-ID
               MOVE TS-COURSE TO MAST-COURSE
               READ GSYS-MASTER
                   INVALID KEY
                       PERFORM LOOK-UP-ARCHIVED-GRADES
                   NOT INVALID KEY
                       PERFORM EDIT-MASTER-GRADES
               END-READ
           ELSE
               PERFORM LOOK-UP-ARCHIVED-GRADES
           END-IF.

       LOOK-UP-ARCHIVED-GRADES.
           MOVE TS-TERM TO ARC-IMAGE-TERM.
           MOVE TS-ID TO ARC-IMAGE-ID.
           MOVE TS-COURSE TO ARC-IMAGE-COURSE.
           MOVE ARC-IMAGE-KEY TO WS-ARC-MAST-LOOKUP.
           PERFORM FIND-ARCHIVED-MASTER.
           IF WS-ARC-MAST-FOUND
               MOVE ARC-MAST-ENTRY(WS-ARC-MAST-SUB) TO GSYS-MASTER-REC
               PERFORM EDIT-MASTER-GRADES
           ELSE
               MOVE "-" TO TRANS-PRELIM-OUT TRANS-MIDTERM-OUT
                           TRANS-FINAL-OUT
           SET WS-CURR-OPEN TO TRUE.
           MOVE TS-ID TO WS-CURR-ID.
           MOVE SPACES TO WS-CURR-NAME.
           MOVE SPACES TO WS-CURR-TERM.
           MOVE 0 TO WS-CUM-WEIGHTED WS-CUM-UNITS WS-CUM-TERMS
                     WS-TERM-WEIGHTED WS-TERM-UNITS WS-TERM-LINES.
           MOVE TS-ID TO WS-REQ-LOOKUP.
           PERFORM FIND-REQUEST-ENTRY.
           IF WS-REQ-FOUND
           IF WS-MAST-OPEN
               MOVE TS-TERM TO MAST-TERM
               MOVE TS-ID TO MAST-ID
               MOVE TS-COURSE TO MAST-COURSE
               READ GSYS-MASTER
                   INVALID KEY
                       CONTINUE
                       MOVE MAST-NAME TO WS-CURR-NAME
               END-READ
           END-IF.
           IF WS-CURR-NAME = SPACES
               MOVE TS-TERM TO ARC-IMAGE-TERM
               MOVE TS-ID TO ARC-IMAGE-ID
               MOVE TS-COURSE TO ARC-IMAGE-COURSE
               MOVE ARC-IMAGE-KEY TO WS-ARC-MAST-LOOKUP
               PERFORM FIND-ARCHIVED-MASTER
               IF WS-ARC-MAST-FOUND
                   MOVE ARC-MAST-ENTRY(WS-ARC-MAST-SUB)
                       TO GSYS-MASTER-REC
                   MOVE MAST-NAME TO WS-CURR-NAME
               END-IF
           END-IF.

       CLOSE-ONE-TERM.
           IF WS-TERM-UNITS > 0
               COMPUTE WS-TERM-GWA ROUNDED =
                       WS-TERM-WEIGHTED / WS-TERM-UNITS
               MOVE WS-TERM-GWA TO TRANS-TERM-GWA-OUT
               MOVE WS-TERM-UNITS TO TRANS-TERM-UNITS-OUT
               WRITE GSYS-TRANSCRIPT-REC FROM TRANS-TERM-GWA-LINE
               ADD WS-TERM-WEIGHTED TO WS-CUM-WEIGHTED
               ADD WS-TERM-UNITS TO WS-CUM-UNITS
               ADD 1 TO WS-CUM-TERMS
           END-IF.
           MOVE 0 TO WS-TERM-WEIGHTED WS-TERM-UNITS.

       CLOSE-ONE-TRANSCRIPT.
           IF WS-CURR-TERM NOT = SPACES
               PERFORM CLOSE-ONE-TERM
               MOVE SPACES TO WS-CURR-TERM
           END-IF.
           WRITE GSYS-TRANSCRIPT-REC FROM TRANS-DASH-LINE.
           IF WS-CUM-UNITS > 0
               COMPUTE WS-CUM-AVG ROUNDED =
                       WS-CUM-WEIGHTED / WS-CUM-UNITS
           ELSE
               MOVE 0 TO WS-CUM-AVG
           END-IF.
           MOVE WS-CUM-AVG TO TRANS-CUM-AVG-OUT.
           MOVE WS-CUM-TERMS TO TRANS-CUM-TERMS-OUT.
           MOVE WS-CUM-UNITS TO TRANS-CUM-UNITS-OUT.
           WRITE GSYS-TRANSCRIPT-REC FROM TRANS-CUM-LINE.
           WRITE GSYS-TRANSCRIPT-REC FROM TRANS-RULE-LINE.
           MOVE SPACES TO GSYS-TRANSCRIPT-REC.
