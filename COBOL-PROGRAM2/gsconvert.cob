               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-SECTION WITH DUPLICATES
               FILE STATUS IS WS-MASTNEW-FILE-STATUS.

           SELECT OPTIONAL GSYS-SCALE ASSIGN TO "GSYS-SCALE.DAT"
           02 MASTO-PRELIM-MARK  PIC X(03).
           02 MASTO-MIDTERM-MARK PIC X(03).
           02 MASTO-FINAL-MARK   PIC X(03).
           02 MASTO-POINTS       PIC 9V99.

       FD  GSYS-MASTNEW
           LABEL RECORDS ARE STANDARD
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

       FD  GSYS-SCALE
           LABEL RECORDS ARE STANDARD
                   "layout - status " WS-MASTOLD-FILE-STATUS
               DISPLAY "If the master is already in the new layout "
                   "no conversion is needed."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GSYS-MASTNEW.
               DISPLAY "Cannot create GSYS-MASTER-NEW.DAT - status "
                   WS-MASTNEW-FILE-STATUS
               CLOSE GSYS-MASTOLD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INIT-POINT-SCALE.
           DISPLAY "Records failed: " WS-FAILED-COUNT.
           DISPLAY "Verify GSYS-MASTER-NEW.DAT, then replace "
               "GSYS-MASTER.DAT with it before the next run.".
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INIT-POINT-SCALE.
       CONVERT-ONE-RECORD.
           MOVE MASTO-TERM TO MAST-TERM.
           MOVE MASTO-ID TO MAST-ID.
           MOVE "GENERAL" TO MAST-COURSE.
           MOVE 3.0 TO MAST-UNITS.
           MOVE MASTO-YEAR-SUB TO MAST-YEAR-SUB.
           MOVE MASTO-NAME TO MAST-NAME.
           MOVE MASTO-SECTION TO MAST-SECTION.
           MOVE MASTO-PRELIM-MARK TO MAST-PRELIM-MARK.
           MOVE MASTO-MIDTERM-MARK TO MAST-MIDTERM-MARK.
           MOVE MASTO-FINAL-MARK TO MAST-FINAL-MARK.
           IF MASTO-POINTS IS NUMERIC AND MASTO-POINTS > 0
               MOVE MASTO-POINTS TO MAST-POINTS
           ELSE
               IF MASTO-STATUS = "PASS" OR MASTO-STATUS = "FAIL"
                       OR MASTO-STATUS = "LAPS"
                   PERFORM COMPUTE-POINT-EQUIVALENT
                   MOVE WS-SCALE-POINTS TO MAST-POINTS
               ELSE
                   MOVE 0 TO MAST-POINTS
               END-IF
           END-IF.
           WRITE GSYS-MASTNEW-REC
               INVALID KEY
