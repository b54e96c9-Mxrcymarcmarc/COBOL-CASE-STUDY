       IDENTIFICATION DIVISION.
       PROGRAM-ID. GSJOB.
       AUTHOR. GROUP4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GSYS-JOBDEF ASSIGN TO "GSYS-JOBDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBDEF-FILE-STATUS.

           SELECT OPTIONAL GSYS-JOBSTART ASSIGN TO "GSYS-JOBSTART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTART-FILE-STATUS.

           SELECT OPTIONAL GSYS-TERM ASSIGN TO "GSYS-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.

           SELECT OPTIONAL GSYS-OPER ASSIGN TO "GSYS-OPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT GSYS-EDITRUN ASSIGN TO "GSYS-EDITRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-FILE-STATUS.

           SELECT GSYS-AUDIT ASSIGN TO "GSYS-AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GSYS-JOBDEF
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-JOBDEF-REC.
       01  GSYS-JOBDEF-REC PIC X(132).

       FD  GSYS-JOBSTART
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-JOBSTART-REC.
       01  GSYS-JOBSTART-REC PIC X(10).

       FD  GSYS-TERM
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-TERM-REC.
       01  GSYS-TERM-REC PIC X(10).

       FD  GSYS-OPER
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-OPER-REC.
       01  GSYS-OPER-REC PIC X(10).

       FD  GSYS-EDITRUN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-EDITRUN-REC.
       01  GSYS-EDITRUN-REC PIC X(10).

       FD  GSYS-AUDIT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-AUDIT-REC.
       01  GSYS-AUDIT-REC PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-FILE-CONTROLS.
           02 WS-JOBDEF-FILE-STATUS   PIC XX      VALUE SPACES.
           02 WS-JOBSTART-FILE-STATUS PIC XX      VALUE SPACES.
           02 WS-TERM-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-OPER-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-EDIT-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-AUDIT-FILE-STATUS    PIC XX      VALUE SPACES.
           02 WS-JOBDEF-EOF-SW        PIC X       VALUE "N".
              88 WS-JOBDEF-EOF                    VALUE "Y".
           02 WS-EDITRUN-FILENAME     PIC X(30)   VALUE
               "GSYS-EDITRUN.DAT".
           02 WS-JOBSTART-FILENAME    PIC X(30)   VALUE
               "GSYS-JOBSTART.DAT".
           02 WS-NUMVAL-RC            PIC S9(4)   VALUE 0.

       01  WS-AUDIT-CONTROLS.
           02 WS-TERM-CODE            PIC X(10)   VALUE SPACES.
           02 WS-OPERATOR-ID          PIC X(08)   VALUE SPACES.
           02 WS-RUN-DATE             PIC X(08)   VALUE SPACES.
           02 WS-RUN-TIME             PIC X(08)   VALUE SPACES.
           02 WS-AUDIT-EVENT          PIC X(08)   VALUE SPACES.
           02 WS-AUDIT-DETAIL         PIC X(100)  VALUE SPACES.

       01  WS-JOB-CONTROLS.
           02 WS-STEP-COUNT           PIC 9(2)    VALUE 0.
           02 WS-STEP-SUB             PIC 9(2)    VALUE 0.
           02 WS-START-SUB            PIC 9(2)    VALUE 1.
           02 WS-START-STEP           PIC X(10)   VALUE SPACES.
           02 WS-STOP-STEP            PIC X(10)   VALUE SPACES.
           02 WS-STEP-FOUND-SW        PIC X       VALUE "N".
              88 WS-STEP-FOUND                    VALUE "Y".
           02 WS-STEP-LOOKUP          PIC X(10)   VALUE SPACES.
           02 WS-FIND-SUB             PIC 9(2)    VALUE 0.
           02 WS-DEF-LINE             PIC 9(3)    VALUE 0.
           02 WS-DEF-ERRORS           PIC 9(3)    VALUE 0.
           02 WS-STOPPED-SW           PIC X       VALUE "N".
              88 WS-STREAM-STOPPED                VALUE "Y".
           02 WS-STEPS-RUN            PIC 9(2)    VALUE 0.
           02 WS-STEPS-SKIPPED        PIC 9(2)    VALUE 0.
           02 WS-RAW-RC               PIC S9(9)   VALUE 0.
           02 WS-STEP-RC              PIC 9(3)    VALUE 0.
           02 WS-HIGH-RC              PIC 9(3)    VALUE 0.
           02 WS-JOB-RC               PIC 9(3)    VALUE 0.
           02 WS-STEP-CMD             PIC X(80)   VALUE SPACES.

       01  WS-JOBDEF-FIELDS.
           02 WS-DEF-STEP-STR         PIC X(10)   VALUE SPACES.
           02 WS-DEF-CMD-STR          PIC X(80)   VALUE SPACES.
           02 WS-DEF-MAXRC-STR        PIC X(05)   VALUE SPACES.
           02 WS-DEF-OPTION-STR       PIC X(10)   VALUE SPACES.

       01  JOB-STEP-TABLE.
           02 JOB-STEP-ENTRY OCCURS 30.
              03 JS-STEP          PIC X(10).
              03 JS-COMMAND       PIC X(80).
              03 JS-MAXRC         PIC 9(3).
              03 JS-OPTION        PIC X(10).
                 88 JS-EDIT-STEP              VALUE "EDIT".
              03 JS-RC            PIC 9(3).
              03 JS-RESULT        PIC X(10).

       01  JOB-SUMMARY-LINE.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 JOBSUM-STEP-OUT      PIC X(10).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 JOBSUM-RESULT-OUT    PIC X(10).
           02 FILLER               PIC X(5)  VALUE " RC= ".
           02 JOBSUM-RC-OUT        PIC ZZ9.
           02 FILLER               PIC X(8)  VALUE "  MAXRC=".
           02 JOBSUM-MAXRC-OUT     PIC ZZ9.

       PROCEDURE DIVISION.
           PERFORM INIT-TERM-CODE.
           PERFORM INIT-OPERATOR-ID.
           PERFORM LOAD-JOB-DEFINITION.
           IF WS-DEF-ERRORS > 0 OR WS-STEP-COUNT = 0
               IF WS-STEP-COUNT = 0 AND WS-DEF-ERRORS = 0
                   DISPLAY "Job definition GSYS-JOBDEF.DAT empty or "
                       "missing - nothing run."
               ELSE
                   DISPLAY "Job definition GSYS-JOBDEF.DAT has "
                       WS-DEF-ERRORS " error(s) - nothing run."
               END-IF
               MOVE "REFUSED" TO WS-AUDIT-EVENT
               MOVE "REASON=JOBDEF" TO WS-AUDIT-DETAIL
               PERFORM WRITE-AUDIT-STREAM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INIT-START-STEP.
           IF NOT WS-STEP-FOUND
               DISPLAY "GSYS-JOBSTART.DAT names unknown step "
                   FUNCTION TRIM(WS-START-STEP) " - nothing run."
               MOVE "REFUSED" TO WS-AUDIT-EVENT
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "REASON=STARTSTEP,FROM=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-START-STEP) DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM WRITE-AUDIT-STREAM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CLEAR-LEFTOVER-EDIT-MARKER.
           MOVE "STARTED" TO WS-AUDIT-EVENT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "STEPS=" DELIMITED BY SIZE
                   WS-STEP-COUNT DELIMITED BY SIZE
                   ",FROM=" DELIMITED BY SIZE
                   FUNCTION TRIM(JS-STEP(WS-START-SUB))
                       DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM WRITE-AUDIT-STREAM.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   OR WS-STREAM-STOPPED
               PERFORM RUN-JOB-STEP
           END-PERFORM.
           PERFORM FINISH-JOB-STREAM.
           MOVE WS-JOB-RC TO RETURN-CODE.
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

       INIT-OPERATOR-ID.
           OPEN INPUT GSYS-OPER.
           IF WS-OPER-FILE-STATUS = "00"
               READ GSYS-OPER INTO GSYS-OPER-REC
                   AT END
                       MOVE SPACES TO GSYS-OPER-REC
               END-READ
               MOVE GSYS-OPER-REC TO WS-OPERATOR-ID
           END-IF.
           CLOSE GSYS-OPER.
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.

       LOAD-JOB-DEFINITION.
           OPEN INPUT GSYS-JOBDEF.
           IF WS-JOBDEF-FILE-STATUS = "00"
               PERFORM UNTIL WS-JOBDEF-EOF
                   READ GSYS-JOBDEF INTO GSYS-JOBDEF-REC
                       AT END
                           SET WS-JOBDEF-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DEF-LINE
                           PERFORM LOAD-JOB-STEP
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-JOBDEF-EOF-SW
           END-IF.
           CLOSE GSYS-JOBDEF.

       LOAD-JOB-STEP.
           IF GSYS-JOBDEF-REC = SPACES OR GSYS-JOBDEF-REC(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-DEF-STEP-STR WS-DEF-CMD-STR
                              WS-DEF-MAXRC-STR WS-DEF-OPTION-STR
               UNSTRING GSYS-JOBDEF-REC DELIMITED BY ","
                   INTO WS-DEF-STEP-STR, WS-DEF-CMD-STR,
                        WS-DEF-MAXRC-STR, WS-DEF-OPTION-STR
               END-UNSTRING
               MOVE WS-DEF-STEP-STR TO WS-STEP-LOOKUP
               PERFORM FIND-JOB-STEP
               EVALUATE TRUE
                   WHEN WS-DEF-STEP-STR = SPACES
                           OR WS-DEF-CMD-STR = SPACES
                       DISPLAY "Job definition line " WS-DEF-LINE
                           " - step name and command are required."
                       ADD 1 TO WS-DEF-ERRORS
                   WHEN WS-STEP-FOUND
                       DISPLAY "Job definition line " WS-DEF-LINE
                           " - duplicate step " WS-DEF-STEP-STR
                       ADD 1 TO WS-DEF-ERRORS
                   WHEN WS-DEF-OPTION-STR NOT = SPACES
                           AND WS-DEF-OPTION-STR NOT = "EDIT"
                       DISPLAY "Job definition line " WS-DEF-LINE
                           " - unknown option " WS-DEF-OPTION-STR
                       ADD 1 TO WS-DEF-ERRORS
                   WHEN WS-STEP-COUNT >= 30
                       DISPLAY "Job definition line " WS-DEF-LINE
                           " - more than 30 steps."
                       ADD 1 TO WS-DEF-ERRORS
                   WHEN OTHER
                       PERFORM ADD-JOB-STEP
               END-EVALUATE
           END-IF.

       ADD-JOB-STEP.
           ADD 1 TO WS-STEP-COUNT.
           MOVE WS-DEF-STEP-STR TO JS-STEP(WS-STEP-COUNT).
           MOVE WS-DEF-CMD-STR TO JS-COMMAND(WS-STEP-COUNT).
           MOVE WS-DEF-OPTION-STR TO JS-OPTION(WS-STEP-COUNT).
           MOVE 0 TO JS-RC(WS-STEP-COUNT).
           MOVE "NOT RUN" TO JS-RESULT(WS-STEP-COUNT).
           IF WS-DEF-MAXRC-STR = SPACES
               MOVE 4 TO JS-MAXRC(WS-STEP-COUNT)
           ELSE
               MOVE FUNCTION TEST-NUMVAL(WS-DEF-MAXRC-STR)
                   TO WS-NUMVAL-RC
               IF WS-NUMVAL-RC = 0
                   MOVE FUNCTION NUMVAL(WS-DEF-MAXRC-STR)
                       TO JS-MAXRC(WS-STEP-COUNT)
               ELSE
                   DISPLAY "Job definition line " WS-DEF-LINE
                       " - return code threshold not numeric: "
                       WS-DEF-MAXRC-STR
                   ADD 1 TO WS-DEF-ERRORS
               END-IF
           END-IF.

       FIND-JOB-STEP.
           MOVE 1 TO WS-FIND-SUB.
           MOVE "N" TO WS-STEP-FOUND-SW.
           PERFORM UNTIL WS-FIND-SUB > WS-STEP-COUNT
                   OR WS-STEP-FOUND
               IF JS-STEP(WS-FIND-SUB) = WS-STEP-LOOKUP
                   SET WS-STEP-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-FIND-SUB
               END-IF
           END-PERFORM.

       INIT-START-STEP.
           OPEN INPUT GSYS-JOBSTART.
           IF WS-JOBSTART-FILE-STATUS = "00"
               READ GSYS-JOBSTART INTO GSYS-JOBSTART-REC
                   AT END
                       MOVE SPACES TO GSYS-JOBSTART-REC
               END-READ
               MOVE GSYS-JOBSTART-REC TO WS-START-STEP
           END-IF.
           CLOSE GSYS-JOBSTART.
           MOVE 1 TO WS-START-SUB.
           SET WS-STEP-FOUND TO TRUE.
           IF WS-START-STEP NOT = SPACES
               MOVE WS-START-STEP TO WS-STEP-LOOKUP
               PERFORM FIND-JOB-STEP
               IF WS-STEP-FOUND
                   MOVE WS-FIND-SUB TO WS-START-SUB
                   DISPLAY "Restarting job stream at step "
                       FUNCTION TRIM(WS-START-STEP)
                       " per GSYS-JOBSTART.DAT."
               END-IF
           END-IF.

       CLEAR-LEFTOVER-EDIT-MARKER.
           OPEN INPUT GSYS-EDITRUN.
           IF WS-EDIT-FILE-STATUS = "00"
               CLOSE GSYS-EDITRUN
               PERFORM REMOVE-EDIT-MARKER
               DISPLAY "Leftover GSYS-EDITRUN.DAT removed - the "
                   "job definition controls validation runs."
           END-IF.

       RUN-JOB-STEP.
           IF WS-STEP-SUB < WS-START-SUB
               MOVE "SKIPPED" TO JS-RESULT(WS-STEP-SUB)
               ADD 1 TO WS-STEPS-SKIPPED
               MOVE "SKIPPED" TO WS-AUDIT-EVENT
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "RESTART=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-START-STEP) DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM WRITE-AUDIT-STEP
           ELSE
               PERFORM EXECUTE-JOB-STEP
           END-IF.

       EXECUTE-JOB-STEP.
           IF JS-EDIT-STEP(WS-STEP-SUB)
               PERFORM CREATE-EDIT-MARKER
           END-IF.
           MOVE "STARTED" TO WS-AUDIT-EVENT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "CMD=" DELIMITED BY SIZE
                   FUNCTION TRIM(JS-COMMAND(WS-STEP-SUB))
                       DELIMITED BY SIZE
                   ",OPTION=" DELIMITED BY SIZE
                   JS-OPTION(WS-STEP-SUB) DELIMITED BY SPACE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM WRITE-AUDIT-STEP.
           DISPLAY "Step " FUNCTION TRIM(JS-STEP(WS-STEP-SUB))
               " starting: " FUNCTION TRIM(JS-COMMAND(WS-STEP-SUB)).
           MOVE JS-COMMAND(WS-STEP-SUB) TO WS-STEP-CMD.
           CALL "SYSTEM" USING WS-STEP-CMD.
           MOVE RETURN-CODE TO WS-RAW-RC.
           PERFORM DERIVE-STEP-RC.
           IF JS-EDIT-STEP(WS-STEP-SUB)
               PERFORM REMOVE-EDIT-MARKER
           END-IF.
           ADD 1 TO WS-STEPS-RUN.
           MOVE WS-STEP-RC TO JS-RC(WS-STEP-SUB).
           IF WS-STEP-RC > WS-HIGH-RC
               MOVE WS-STEP-RC TO WS-HIGH-RC
           END-IF.
           IF WS-STEP-RC > JS-MAXRC(WS-STEP-SUB)
               SET WS-STREAM-STOPPED TO TRUE
               MOVE JS-STEP(WS-STEP-SUB) TO WS-STOP-STEP
               MOVE "STOPPED" TO JS-RESULT(WS-STEP-SUB)
           ELSE
               MOVE "COMPLETED" TO JS-RESULT(WS-STEP-SUB)
           END-IF.
           MOVE "ENDED" TO WS-AUDIT-EVENT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "RC=" DELIMITED BY SIZE
                   WS-STEP-RC DELIMITED BY SIZE
                   ",MAXRC=" DELIMITED BY SIZE
                   JS-MAXRC(WS-STEP-SUB) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(JS-RESULT(WS-STEP-SUB))
                       DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM WRITE-AUDIT-STEP.
           DISPLAY "Step " FUNCTION TRIM(JS-STEP(WS-STEP-SUB))
               " ended - return code " WS-STEP-RC
               " (threshold " JS-MAXRC(WS-STEP-SUB) ").".

       DERIVE-STEP-RC.
           EVALUATE TRUE
               WHEN WS-RAW-RC < 0
                   DISPLAY "Step " FUNCTION TRIM(JS-STEP(WS-STEP-SUB))
                       " could not be started."
                   MOVE 8 TO WS-STEP-RC
               WHEN WS-RAW-RC > 255
                   DIVIDE WS-RAW-RC BY 256 GIVING WS-STEP-RC
               WHEN OTHER
                   MOVE WS-RAW-RC TO WS-STEP-RC
           END-EVALUATE.

       CREATE-EDIT-MARKER.
           OPEN OUTPUT GSYS-EDITRUN.
           MOVE "EDIT" TO GSYS-EDITRUN-REC.
           WRITE GSYS-EDITRUN-REC.
           CLOSE GSYS-EDITRUN.

       REMOVE-EDIT-MARKER.
           CALL "CBL_DELETE_FILE" USING WS-EDITRUN-FILENAME.

       FINISH-JOB-STREAM.
           MOVE WS-HIGH-RC TO WS-JOB-RC.
           IF WS-STREAM-STOPPED
               IF WS-JOB-RC < 8
                   MOVE 8 TO WS-JOB-RC
               END-IF
               MOVE "STOPPED" TO WS-AUDIT-EVENT
           ELSE
               MOVE "ENDED" TO WS-AUDIT-EVENT
           END-IF.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "RUN=" DELIMITED BY SIZE
                   WS-STEPS-RUN DELIMITED BY SIZE
                   ",SKIPPED=" DELIMITED BY SIZE
                   WS-STEPS-SKIPPED DELIMITED BY SIZE
                   ",HIGHRC=" DELIMITED BY SIZE
                   WS-HIGH-RC DELIMITED BY SIZE
                   ",JOBRC=" DELIMITED BY SIZE
                   WS-JOB-RC DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM WRITE-AUDIT-STREAM.
           DISPLAY "Job stream summary:".
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               MOVE JS-STEP(WS-STEP-SUB) TO JOBSUM-STEP-OUT
               MOVE JS-RESULT(WS-STEP-SUB) TO JOBSUM-RESULT-OUT
               MOVE JS-RC(WS-STEP-SUB) TO JOBSUM-RC-OUT
               MOVE JS-MAXRC(WS-STEP-SUB) TO JOBSUM-MAXRC-OUT
               DISPLAY JOB-SUMMARY-LINE
           END-PERFORM.
           IF WS-STREAM-STOPPED
               DISPLAY "Job stream stopped at step "
                   FUNCTION TRIM(WS-STOP-STEP) "."
               DISPLAY "After the fix, put the step name to resume "
                   "from in GSYS-JOBSTART.DAT and rerun."
           ELSE
               IF WS-START-STEP NOT = SPACES
                   CALL "CBL_DELETE_FILE" USING WS-JOBSTART-FILENAME
               END-IF
               DISPLAY "Job stream completed - highest return code "
                   WS-HIGH-RC "."
           END-IF.

       WRITE-AUDIT-STEP.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM OPEN-AUDIT-FILE.
           MOVE SPACES TO GSYS-AUDIT-REC.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-RUN-TIME(1:6) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                   ",JOBSTEP," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUDIT-EVENT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERM-CODE) DELIMITED BY SIZE
                   ",STEP=" DELIMITED BY SIZE
                   FUNCTION TRIM(JS-STEP(WS-STEP-SUB))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUDIT-DETAIL) DELIMITED BY SIZE
               INTO GSYS-AUDIT-REC
           END-STRING.
           WRITE GSYS-AUDIT-REC.
           CLOSE GSYS-AUDIT.

       WRITE-AUDIT-STREAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM OPEN-AUDIT-FILE.
           MOVE SPACES TO GSYS-AUDIT-REC.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-RUN-TIME(1:6) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                   ",JOBSTREAM," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUDIT-EVENT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERM-CODE) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUDIT-DETAIL) DELIMITED BY SIZE
               INTO GSYS-AUDIT-REC
           END-STRING.
           WRITE GSYS-AUDIT-REC.
           CLOSE GSYS-AUDIT.

       OPEN-AUDIT-FILE.
           OPEN EXTEND GSYS-AUDIT.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT GSYS-AUDIT
           END-IF.
