               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YRLVL-FILE-STATUS.

           SELECT OPTIONAL GSYS-COURSE ASSIGN TO "GSYS-COURSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURSE-FILE-STATUS.

           SELECT OPTIONAL GSYS-TERM ASSIGN TO "GSYS-TERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-SECTION WITH DUPLICATES
               FILE STATUS IS WS-MAST-FILE-STATUS.

           SELECT OPTIONAL GSYS-MAINT ASSIGN TO "GSYS-MAINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-FILE-STATUS.

           SELECT OPTIONAL GSYS-APPROVER ASSIGN TO "GSYS-APPROVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-FILE-STATUS.

           SELECT GSYS-GRADEJNL ASSIGN TO "GSYS-GRADEJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-FILE-STATUS.

           SELECT OPTIONAL GSYS-RELCHK ASSIGN TO WS-RELCHK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELCHK-FILE-STATUS.

           SELECT OPTIONAL GSYS-STEPCTL ASSIGN TO WS-STEPCTL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-FILE-STATUS.

           SELECT OPTIONAL GSYS-RERUN ASSIGN TO "GSYS-RERUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RERUN-FILE-STATUS.

           SELECT OPTIONAL GSYS-EDITRUN ASSIGN TO "GSYS-EDITRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMP-FILE-STATUS.

           SELECT OPTIONAL GSYS-ATTEND ASSIGN TO WS-ATTEND-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEND-FILE-STATUS.

           SELECT OPTIONAL GSYS-MAXABS ASSIGN TO "GSYS-MAXABS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAXABS-FILE-STATUS.

           SELECT GSYS-FAVIOL ASSIGN TO WS-FAVIOL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GSYS-SHIST ASSIGN TO "GSYS-SHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIST-FILE-STATUS.
           SELECT GSYS-HSRT ASSIGN TO "GSYS-HSRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GSYS-HISTW ASSIGN TO "GSYS-HISTW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GSYS-SORTWK ASSIGN TO "GSYS-SORTWK".

           SELECT GSYS-HSORTWK ASSIGN TO "GSYS-HSORTWK".
           DATA RECORD IS GSYS-YRLVL-REC.
       01  GSYS-YRLVL-REC PIC X(15).

       FD  GSYS-COURSE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-COURSE-REC.
       01  GSYS-COURSE-REC PIC X(80).

       FD  GSYS-TERM
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-TERM-REC.
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

       FD  GSYS-MAINT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-MAINT-REC.
       01  GSYS-MAINT-REC PIC X(132).

       FD  GSYS-APPROVER
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-APPROVER-REC.
       01  GSYS-APPROVER-REC PIC X(60).

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
           02 JNL-BEFORE        PIC X(98).
           02 JNL-AFTER         PIC X(98).

       FD  GSYS-RELCHK
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-RELCHK-REC.
       01  GSYS-RELCHK-REC PIC X(132).

       FD  GSYS-STEPCTL
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-STEPCTL-REC.
       01  GSYS-STEPCTL-REC PIC X(60).

       FD  GSYS-RERUN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-RERUN-REC.
       01  GSYS-RERUN-REC PIC X(10).

       FD  GSYS-EDITRUN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-COMP-REC.
       01  GSYS-COMP-REC PIC X(80).

       FD  GSYS-ATTEND
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-ATTEND-REC.
       01  GSYS-ATTEND-REC PIC X(80).

       FD  GSYS-MAXABS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-MAXABS-REC.
       01  GSYS-MAXABS-REC PIC X(10).

       FD  GSYS-FAVIOL
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-FAVIOL-REC.
       01  GSYS-FAVIOL-REC PIC X(132).

       FD  GSYS-SHIST
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-SHIST-REC.
       FD  GSYS-WORK
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-WORK-REC.
       01  GSYS-WORK-REC PIC X(88).

       FD  GSYS-WORK2
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-WORK2-REC.
       01  GSYS-WORK2-REC PIC X(88).

       FD  GSYS-SRT1
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-SRT1-REC.
       01  GSYS-SRT1-REC PIC X(88).

       FD  GSYS-SRT2
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-SRT2-REC.
       01  GSYS-SRT2-REC PIC X(88).

       FD  GSYS-STATW
           LABEL RECORDS ARE STANDARD
       FD  GSYS-HSRT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-HSRT-REC.
       01  GSYS-HSRT-REC PIC X(30).

       FD  GSYS-HISTW
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GSYS-HISTW-REC.
       01  GSYS-HISTW-REC PIC X(80).

       SD  GSYS-SORTWK.
       01  SORT-WORK-REC.
           02 SR-MIDTERM-MARK  PIC X(03).
           02 SR-FINAL-MARK    PIC X(03).
           02 SR-POINTS        PIC 9V99.
           02 SR-COURSE        PIC X(10).
           02 SR-UNITS         PIC 9V9.

       SD  GSYS-HSORTWK.
       01  HSORT-REC.
           02 HS-TERM          PIC X(10).
           02 HS-AVG           PIC 9(3)V99.
           02 HS-STATUS        PIC X(04).
           02 HS-UNITS         PIC 9V9.

       WORKING-STORAGE SECTION.
       01  WS-BATCH-CONTROLS.
           02 WS-BATCH-MIDTERM-STR    PIC X(10)   VALUE SPACES.
           02 WS-BATCH-FINAL-STR      PIC X(10)   VALUE SPACES.
           02 WS-BATCH-SECTION-STR    PIC X(10)   VALUE SPACES.
           02 WS-BATCH-COURSE-STR     PIC X(10)   VALUE SPACES.

       01  WS-TRAILER-CONTROLS.
           02 WS-TRL-PRESENT-SW       PIC X       VALUE "N".
           02 WS-PROMO-FILENAME       PIC X(30)   VALUE SPACES.
           02 WS-INSTR-FILENAME       PIC X(30)   VALUE SPACES.
           02 WS-SIS-FILENAME         PIC X(30)   VALUE SPACES.
           02 WS-ATTEND-FILENAME      PIC X(30)   VALUE SPACES.
           02 WS-FAVIOL-FILENAME      PIC X(30)   VALUE SPACES.

       01  WS-SHIST-CONTROLS.
           02 WS-SHIST-FILE-STATUS    PIC XX      VALUE SPACES.
           02 WS-SHIST-SECTION-STR    PIC X(10)   VALUE SPACES.
           02 WS-SHIST-AVG-STR        PIC X(10)   VALUE SPACES.
           02 WS-SHIST-STATUS-STR     PIC X(04)   VALUE SPACES.
           02 WS-SHIST-COURSE-STR     PIC X(10)   VALUE SPACES.
           02 WS-SHIST-UNITS-STR      PIC X(10)   VALUE SPACES.
           02 WS-SHIST-UNITS-OUT      PIC 9.9.

       01  WS-RISK-MERGE.
           02 WS-HIST-AVAIL-SW        PIC X       VALUE "N".
           02 WS-RISKP-TERM           PIC X(10)   VALUE SPACES.
           02 WS-RISKP-AVG            PIC 999V99  VALUE 0.
           02 WS-RISKP-STATUS         PIC X(04)   VALUE SPACES.
           02 WS-RISKP-UNITS          PIC 9(4)V9  VALUE 0.
           02 WS-RISKP-WEIGHTED       PIC 9(7)V999 VALUE 0.
           02 WS-HSRT-DETAIL.
              03 WH-ID            PIC X(09).
              03 WH-TERM          PIC X(10).
              03 WH-AVG           PIC 9(3)V99.
              03 WH-STATUS        PIC X(04).
              03 WH-UNITS         PIC 9V9.

       01  RISK-HEADER-1.
           02 FILLER PIC X(5)  VALUE SPACES.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 RISK-SECTION-OUT PIC X(10).
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 FILLER           PIC X(4)  VALUE "GWA ".
           02 RISK-AVG-OUT     PIC ZZ9.99.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 FILLER           PIC X(6)  VALUE "PRIOR ".
              88 WS-MAST-EOF                      VALUE "Y".
           02 WS-MAST-LOADING-SW      PIC X       VALUE "N".
              88 WS-MAST-LOADING                  VALUE "Y".
           02 WS-RUN-RC               PIC 9(2)    VALUE 0.
           02 WS-MAST-LOADED-COUNT    PIC 9(5)    VALUE 0.
           02 WS-MAST-CREATED-SW      PIC X       VALUE "N".
              88 WS-MAST-CREATED                  VALUE "Y".
           02 WS-MAINT-EOF-SW         PIC X       VALUE "N".
              88 WS-MAINT-EOF                     VALUE "Y".
           02 WS-MAINT-APPLIED        PIC 9(5)    VALUE 0.
           02 WS-MAINT-REFUSED        PIC 9(5)    VALUE 0.
           02 WS-MAINT-EXISTS-SW      PIC X       VALUE "N".
              88 WS-MAINT-EXISTS                  VALUE "Y".
           02 WS-MAINT-BEFORE-STATUS  PIC X(04)   VALUE SPACES.
           02 WS-MAINT-AUTH-SW        PIC X       VALUE "Y".
              88 WS-MAINT-AUTHORIZED              VALUE "Y".
           02 WS-MAINT-DONE-SW        PIC X       VALUE "N".
              88 WS-MAINT-DONE                    VALUE "Y".

       01  WS-JOURNAL-CONTROLS.
           02 WS-JNL-FILE-STATUS      PIC XX      VALUE SPACES.
           02 WS-JNL-BEFORE-IMAGE     PIC X(98)   VALUE SPACES.
           02 WS-RELCHK-FILE-STATUS   PIC XX      VALUE SPACES.
           02 WS-RELCHK-FILENAME      PIC X(30)   VALUE SPACES.
           02 WS-REL-TERM             PIC X(10)   VALUE SPACES.
           02 WS-TERM-RELEASED-SW     PIC X       VALUE "N".
              88 WS-TERM-RELEASED                 VALUE "Y".

       01  WS-APPROVER-CONTROLS.
           02 WS-APPR-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-APPR-EOF-SW          PIC X       VALUE "N".
              88 WS-APPR-EOF                      VALUE "Y".
           02 WS-APPR-COUNT           PIC 9(3)    VALUE 0.
           02 WS-APPR-SUB             PIC 9(3)    VALUE 0.
           02 WS-APPR-FOUND-SW        PIC X       VALUE "N".
              88 WS-APPR-FOUND                    VALUE "Y".
           02 WS-APPR-REF-STR         PIC X(12)   VALUE SPACES.
           02 WS-APPR-ID-STR          PIC X(08)   VALUE SPACES.
           02 WS-APPR-TERM-STR        PIC X(10)   VALUE SPACES.

       01  APPROVER-TABLE.
           02 APPROVER-ENTRY OCCURS 500.
              03 APR-REF          PIC X(12).
              03 APR-ID           PIC X(08).
              03 APR-TERM         PIC X(10).

       01  WS-EDIT-CONTROLS.
           02 WS-EDIT-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-MAINT-PRELIM-STR     PIC X(10)   VALUE SPACES.
           02 WS-MAINT-MIDTERM-STR    PIC X(10)   VALUE SPACES.
           02 WS-MAINT-FINAL-STR      PIC X(10)   VALUE SPACES.
           02 WS-MAINT-COURSE-STR     PIC X(10)   VALUE SPACES.
           02 WS-MAINT-REASON-STR     PIC X(04)   VALUE SPACES.
           02 WS-MAINT-APPROVAL-STR   PIC X(12)   VALUE SPACES.

       01  WS-AUDIT-CONTROLS.
           02 WS-AUDIT-FILE-STATUS    PIC XX      VALUE SPACES.
              88 WS-ROSTER-FOUND                  VALUE "Y".
           02 WS-ROSTER-OK-SW         PIC X       VALUE "N".
              88 WS-ROSTER-OK                     VALUE "Y".
           02 WS-ROSCRS-SUB           PIC 9(2)    VALUE 0.
           02 WS-ROSCRS-FOUND-SW      PIC X       VALUE "N".
              88 WS-ROSCRS-FOUND                  VALUE "Y".
           02 WS-EXCEPT-COUNT         PIC 9(5)    VALUE 0.

       01  WS-ROSTER-FIELDS.
                 88 ROS-MATCHED               VALUE "Y".
              03 ROS-PROMO-SW     PIC X(01).
                 88 ROS-PROMO-DONE            VALUE "Y".
              03 ROS-COURSE-COUNT PIC 9(2).
              03 ROS-COURSE       PIC X(10) OCCURS 15.

       01  WS-COURSE-CONTROLS.
           02 WS-COURSE-FILE-STATUS   PIC XX      VALUE SPACES.
           02 WS-COURSE-EOF-SW        PIC X       VALUE "N".
              88 WS-COURSE-EOF                    VALUE "Y".
           02 WS-COURSE-LOADED-SW     PIC X       VALUE "N".
              88 WS-COURSE-LOADED                 VALUE "Y".
           02 WS-COURSE-COUNT         PIC 9(3)    VALUE 0.
           02 WS-COURSE-SUB           PIC 9(3)    VALUE 0.
           02 WS-COURSE-FOUND-SW      PIC X       VALUE "N".
              88 WS-COURSE-FOUND                  VALUE "Y".
           02 WS-COURSE-OK-SW         PIC X       VALUE "N".
              88 WS-COURSE-OK                     VALUE "Y".
           02 WS-COURSE-LOOKUP        PIC X(10)   VALUE SPACES.
           02 WS-DEFAULT-UNITS        PIC 9V9     VALUE 3.0.

       01  WS-COURSE-FIELDS.
           02 WS-CRS-CODE-STR         PIC X(10)   VALUE SPACES.
           02 WS-CRS-TITLE-STR        PIC X(30)   VALUE SPACES.
           02 WS-CRS-UNITS-STR        PIC X(10)   VALUE SPACES.
           02 WS-CRS-TYPE-STR         PIC X(03)   VALUE SPACES.

       01  COURSE-TABLE.
           02 COURSE-ENTRY OCCURS 500.
              03 CRS-CODE         PIC X(10).
              03 CRS-TITLE        PIC X(30).
              03 CRS-UNITS        PIC 9V9.
              03 CRS-TYPE         PIC X(03).
                 88 CRS-LAB                   VALUE "LAB".

       01  WS-GWA-CONTROLS.
           02 WS-GWA-COUNT            PIC 9(5)    VALUE 0.
           02 WS-GWA-SUB              PIC 9(5)    VALUE 0.
           02 WS-GWA-FOUND-SW         PIC X       VALUE "N".
              88 WS-GWA-FOUND                     VALUE "Y".
           02 WS-GWA-LOOKUP           PIC X(09)   VALUE SPACES.
           02 WS-GWA-OUT              PIC ZZ9.99.
           02 WS-GWA-UNITS-OUT        PIC ZZ9.9.

       01  GWA-TABLE.
           02 GWA-ENTRY OCCURS 5000.
              03 GWA-ID           PIC X(09).
              03 GWA-NAME         PIC X(20).
              03 GWA-YEAR-SUB     PIC 9.
              03 GWA-SECTION      PIC X(10).
              03 GWA-SUBJECTS     PIC 9(3).
              03 GWA-UNITS        PIC 9(3)V9.
              03 GWA-WEIGHTED     PIC 9(7)V999.
              03 GWA-AVG          PIC 999V99.
              03 GWA-FAILED       PIC 9(3).
              03 GWA-LAPSED       PIC 9(3).
              03 GWA-ABSENT       PIC 9(3).
              03 GWA-DEFERRED     PIC 9(3).
              03 GWA-DEFER-STATUS PIC X(04).

       01  WS-PROMO-CONTROLS.
           02 WS-PROMO-PROMOTED       PIC 9(5)    VALUE 0.
           02 WS-SECL-LOOKUP          PIC X(10)   VALUE SPACES.
           02 WS-SECL-SECTION-STR     PIC X(10)   VALUE SPACES.
           02 WS-SECL-INSTR-STR       PIC X(10)   VALUE SPACES.
           02 WS-SECL-COUNT-STR       PIC X(05)   VALUE SPACES.
           02 WS-SECL-COURSE-STR      PIC X(10)   VALUE SPACES.
           02 WS-SECL-COURSE-LOOKUP   PIC X(10)   VALUE SPACES.

       01  SECLIST-TABLE.
           02 SECLIST-ENTRY OCCURS 500.
              03 SECL-CODE        PIC X(10).
              03 SECL-INSTR       PIC X(10).
              03 SECL-COURSE      PIC X(10).

       01  WS-INSTR-CONTROLS.
           02 WS-INSTR-COUNT          PIC 9(3)    VALUE 0.
              88 WS-INSTR-FOUND                   VALUE "Y".
           02 WS-INSTR-LOOKUP         PIC X(10)   VALUE SPACES.
           02 WS-ISEC-SECTION         PIC X(10)   VALUE SPACES.
           02 WS-ISEC-COURSE          PIC X(10)   VALUE SPACES.
           02 WS-ISEC-OPEN-SW         PIC X       VALUE "N".
              88 WS-ISEC-OPEN                     VALUE "Y".
           02 WS-ISEC-COUNT           PIC 9(5)    VALUE 0.
           02 SIS-D-FINAL-MK   PIC X(03).
           02 SIS-D-AVG        PIC 9(3)V99.
           02 SIS-D-STATUS     PIC X(04).
           02 SIS-D-COURSE     PIC X(10).
           02 SIS-D-UNITS      PIC 9V9.
           02 FILLER           PIC X(04)   VALUE SPACES.

       01  SIS-TRAILER-REC.
           02 SIS-T-TYPE       PIC X(01)   VALUE "T".
           02 WS-GRAND-SUM-AVERAGE    PIC 9(11)V99 VALUE 0.
           02 WS-GRAND-AVERAGE        PIC 999V99  VALUE 0.
           02 WS-GRAND-AVERAGE-OUT    PIC ZZ9.99.
           02 WS-HISTW-EOF-SW         PIC X       VALUE "N".
              88 WS-HISTW-EOF                     VALUE "Y".
           02 WS-HIST-REPLACED        PIC 9(05)   VALUE 0.

       01  WS-HIST-FIELDS.
           02 WS-HIST-TERM-STR        PIC X(10)   VALUE SPACES.
           02 WS-HIST-FAILED-STR      PIC X(10)   VALUE SPACES.
           02 WS-HIST-AVERAGE-STR     PIC X(10)   VALUE SPACES.

       01  WS-STEP-CONTROLS.
           02 WS-STEP-FILE-STATUS     PIC XX      VALUE SPACES.
           02 WS-RERUN-FILE-STATUS    PIC XX      VALUE SPACES.
           02 WS-STEPCTL-FILENAME     PIC X(30)   VALUE SPACES.
           02 WS-STEP-EOF-SW          PIC X       VALUE "N".
              88 WS-STEP-EOF                      VALUE "Y".
           02 WS-STEP-COUNT           PIC 9(2)    VALUE 0.
           02 WS-STEP-SUB             PIC 9(2)    VALUE 0.
           02 WS-STEP-NAME            PIC X(10)   VALUE SPACES.
           02 WS-STEP-FORCED          PIC X(10)   VALUE SPACES.
           02 WS-STEP-FOUND-SW        PIC X       VALUE "N".
              88 WS-STEP-FOUND                    VALUE "Y".
           02 WS-STEP-RUN-SW          PIC X       VALUE "N".
              88 WS-STEP-RUN                      VALUE "Y".
           02 WS-STEP-ALL-DONE-SW     PIC X       VALUE "N".
              88 WS-STEP-ALL-DONE                 VALUE "Y".
           02 WS-STEP-DONE-COUNT      PIC 9(2)    VALUE 0.
           02 WS-STEP-REC-NAME        PIC X(10)   VALUE SPACES.

       01  STEP-TABLE.
           02 STEP-ENTRY OCCURS 10.
              03 STEP-NAME        PIC X(10).
              03 STEP-DONE-SW     PIC X(01).
                 88 STEP-DONE                 VALUE "Y".

       01  WS-CKPT-FIELDS.
           02 WS-CKPT-TAG             PIC X(01)   VALUE SPACES.
           02 WS-CKPT-F2              PIC X(20)   VALUE SPACES.
           02 WS-STUDENT-ID       PIC X(09)   VALUE SPACES.
           02 WS-STUDENT-NAME     PIC X(20)   VALUE SPACES.
           02 WS-STUDENT-SECTION  PIC X(10)   VALUE SPACES.
           02 WS-STUDENT-COURSE   PIC X(10)   VALUE SPACES.
           02 WS-STUDENT-UNITS    PIC 9V9     VALUE 0.

       01  WS-STUDENT-DETAIL-COUNT  PIC 9(7)  VALUE 0.

           02 WD-MIDTERM-MARK  PIC X(03).
           02 WD-FINAL-MARK    PIC X(03).
           02 WD-POINTS        PIC 9V99.
           02 WD-COURSE        PIC X(10).
           02 WD-UNITS         PIC 9V9.

       01  WS-WORK-CONTROLS.
           02 WS-WORK-FILE-STATUS     PIC XX      VALUE SPACES.
           02 FILLER              PIC X(03) VALUE SPACES.
           02 SD-SECTION-OUT      PIC X(10).
           02 FILLER              PIC X(03) VALUE SPACES.
           02 SD-COURSE-OUT       PIC X(10).
           02 FILLER              PIC X(03) VALUE SPACES.
           02 SD-PRELIM-OUT       PIC ZZ9.99.
           02 FILLER              PIC X(03) VALUE SPACES.
           02 SD-MIDTERM-OUT      PIC ZZ9.99.
           02 FILLER               PIC X(03) VALUE SPACES.
           02 HONOR-AVG-OUT        PIC ZZ9.99.

       01  GWA-TITLE-LINE.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
               "GENERAL WEIGHTED AVERAGE BY STUDENT".
       01  GWA-COL-HEADER.
           02 FILLER PIC X(14) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "STUDENT ID".
           02 FILLER PIC X(23) VALUE "NAME".
           02 FILLER PIC X(18) VALUE "YEAR LEVEL".
           02 FILLER PIC X(13) VALUE "SECTION".
           02 FILLER PIC X(10) VALUE "SUBJECTS".
           02 FILLER PIC X(9)  VALUE "UNITS".
           02 FILLER PIC X(6)  VALUE "GWA".
       01  DISPLAY-GWA-LINE.
           02 FILLER               PIC X(14) VALUE SPACES.
           02 GWA-ID-OUT           PIC X(09).
           02 FILLER               PIC X(03) VALUE SPACES.
           02 GWA-NAME-OUT         PIC X(20).
           02 FILLER               PIC X(03) VALUE SPACES.
           02 GWA-YEAR-OUT         PIC X(15).
           02 FILLER               PIC X(03) VALUE SPACES.
           02 GWA-SECTION-OUT      PIC X(10).
           02 FILLER               PIC X(03) VALUE SPACES.
           02 GWA-SUBJECTS-OUT     PIC ZZ9.
           02 FILLER               PIC X(07) VALUE SPACES.
           02 GWA-UNITS-LINE-OUT   PIC ZZ9.9.
           02 FILLER               PIC X(04) VALUE SPACES.
           02 GWA-AVG-LINE-OUT     PIC X(06).
       01  GWA-NONE-LINE.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "No graded students.".

       01  WS-CARD-FIELDS.
           02 WS-CARD-COUNT           PIC 9(7)    VALUE 0.
           02 WS-CARD-PAD-SUB         PIC 9(2)    VALUE 0.
           02 WS-CARD-EDIT            PIC ZZ9.99.
           02 WS-CARD-POINT-EDIT      PIC 9.99.
           02 WS-CARD-UNITS-EDIT      PIC ZZ9.9.
           02 WS-CARD-LINE-COUNT      PIC 9(2)    VALUE 0.
           02 WS-CARD-CURR-ID         PIC X(09)   VALUE SPACES.
           02 WS-CARD-OPEN-SW         PIC X       VALUE "N".
              88 WS-CARD-OPEN                     VALUE "Y".

       01  CARD-RULE-LINE.
           02 FILLER PIC X(76) VALUE ALL "=".
       01  CARD-DASH-LINE.
           02 FILLER PIC X(76) VALUE ALL "-".
       01  CARD-SCHOOL-LINE-1.
           02 FILLER PIC X(9)  VALUE SPACES.
           02 FILLER PIC X(41) VALUE
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 CARD-LABEL-OUT   PIC X(18).
           02 CARD-VALUE-OUT   PIC X(30).
       01  CARD-SUBJECT-HEADING.
           02 FILLER PIC X(3)  VALUE SPACES.
           02 FILLER PIC X(11) VALUE "COURSE".
           02 FILLER PIC X(21) VALUE "DESCRIPTIVE TITLE".
           02 FILLER PIC X(6)  VALUE "UNITS".
           02 FILLER PIC X(7)  VALUE "PRELIM".
           02 FILLER PIC X(7)  VALUE "MIDTRM".
           02 FILLER PIC X(7)  VALUE " FINAL".
           02 FILLER PIC X(8)  VALUE "   AVG".
           02 FILLER PIC X(4)  VALUE "STAT".
       01  CARD-SUBJECT-LINE.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 CARD-COURSE-OUT  PIC X(10).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 CARD-CTITLE-OUT  PIC X(20).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 CARD-UNITS-OUT   PIC Z9.9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CARD-PRELIM-OUT  PIC X(6).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 CARD-MIDTERM-OUT PIC X(6).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 CARD-FINAL-OUT   PIC X(6).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 CARD-AVG-OUT     PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 CARD-STATUS-OUT  PIC X(4).

       01  WS-GRADE-INPUT-STRING.
           02 WS-GRADE-INPUT-STR       PIC X(10)   VALUE SPACES.
              88 WS-DEFERRED-RECORD               VALUE "Y".
           02 WS-LAPSE-SW              PIC X       VALUE "N".
              88 WS-LAPSED-RECORD                 VALUE "Y".
           02 WS-FA-SW                 PIC X       VALUE "N".
              88 WS-FA-RECORD                     VALUE "Y".
           02 WS-DEFER-COUNT           PIC 9(5)    VALUE 0.
           02 WS-DEFER-EDIT            PIC ZZ9.99.

           02 WS-COMP-PRELIM-STR       PIC X(10)   VALUE SPACES.
           02 WS-COMP-MIDTERM-STR      PIC X(10)   VALUE SPACES.
           02 WS-COMP-FINAL-STR        PIC X(10)   VALUE SPACES.
           02 WS-COMP-COURSE-STR       PIC X(10)   VALUE SPACES.

       01  COMP-TABLE.
           02 COMP-ENTRY OCCURS 100.
              03 CT-ID            PIC X(09).
              03 CT-COURSE        PIC X(10).
              03 CT-PRELIM        PIC 999V99.
              03 CT-MIDTERM       PIC 999V99.
              03 CT-FINAL         PIC 999V99.
              03 CT-APPLIED-SW    PIC X.
                 88 CT-APPLIED               VALUE "Y".

       01  WS-ATTEND-CONTROLS.
           02 WS-ATTEND-FILE-STATUS    PIC XX      VALUE SPACES.
           02 WS-MAXABS-FILE-STATUS    PIC XX      VALUE SPACES.
           02 WS-ATTEND-EOF-SW         PIC X       VALUE "N".
              88 WS-ATTEND-EOF                     VALUE "Y".
           02 WS-ATTEND-LOADED-SW      PIC X       VALUE "N".
              88 WS-ATTEND-LOADED                  VALUE "Y".
           02 WS-ATTEND-FOUND-SW       PIC X       VALUE "N".
              88 WS-ATTEND-FOUND                   VALUE "Y".
           02 WS-MAX-ABSENCE-PCT       PIC 9(3)V99 VALUE 20.
           02 WS-ATTEND-COUNT          PIC 9(4)    VALUE 0.
           02 WS-ATTEND-SUB            PIC 9(4)    VALUE 0.
           02 WS-FA-LISTED             PIC 9(5)    VALUE 0.
           02 WS-FA-APPLIED            PIC 9(5)    VALUE 0.
           02 WS-FA-LIFTED             PIC 9(5)    VALUE 0.
           02 WS-FA-SAVE-AVG           PIC 9(3)V99 VALUE 0.
           02 WS-FA-ACTION             PIC X(20)   VALUE SPACES.

       01  WS-ATTEND-FIELDS.
           02 WS-ATT-TERM-STR          PIC X(10)   VALUE SPACES.
           02 WS-ATT-SECTION-STR       PIC X(10)   VALUE SPACES.
           02 WS-ATT-ID-STR            PIC X(09)   VALUE SPACES.
           02 WS-ATT-MEETINGS-STR      PIC X(10)   VALUE SPACES.
           02 WS-ATT-ABSENCES-STR      PIC X(10)   VALUE SPACES.
           02 WS-ATT-COURSE-STR        PIC X(10)   VALUE SPACES.
           02 WS-ATT-MEETINGS          PIC S9(5)   VALUE 0.
           02 WS-ATT-ABSENCES          PIC S9(5)   VALUE 0.

       01  ATTEND-TABLE.
           02 ATTEND-ENTRY OCCURS 3000.
              03 ATT-ID           PIC X(09).
              03 ATT-SECTION      PIC X(10).
              03 ATT-COURSE       PIC X(10).
              03 ATT-MEETINGS     PIC 9(3).
              03 ATT-ABSENCES     PIC 9(3).
              03 ATT-PCT          PIC 9(3)V99.
              03 ATT-VIOL-SW      PIC X.
                 88 ATT-VIOLATION            VALUE "Y".
              03 ATT-MATCHED-SW   PIC X.
                 88 ATT-MATCHED              VALUE "Y".

       01  FAVIOL-HEADER-1.
           02 FILLER PIC X(5)  VALUE SPACES.
           02 FILLER PIC X(50) VALUE
               "ATTENDANCE VIOLATION REPORT - GUIDANCE OFFICE".
       01  FAVIOL-HEADER-2.
           02 FILLER           PIC X(5)  VALUE SPACES.
           02 FILLER           PIC X(6)  VALUE "TERM: ".
           02 FAVIOL-TERM-OUT  PIC X(10).
           02 FILLER           PIC X(5)  VALUE SPACES.
           02 FILLER           PIC X(25) VALUE
               "MAXIMUM ABSENCES (PCT): ".
           02 FAVIOL-MAX-OUT   PIC ZZ9.99.
       01  FAVIOL-COL-HEADER.
           02 FILLER PIC X(5)  VALUE SPACES.
           02 FILLER PIC X(12) VALUE "STUDENT ID".
           02 FILLER PIC X(23) VALUE "NAME".
           02 FILLER PIC X(13) VALUE "SECTION".
           02 FILLER PIC X(13) VALUE "COURSE".
           02 FILLER PIC X(6)  VALUE "HELD".
           02 FILLER PIC X(6)  VALUE "ABSENT".
           02 FILLER PIC X(9)  VALUE "   PCT".
           02 FILLER PIC X(9)  VALUE "AVERAGE".
           02 FILLER PIC X(20) VALUE "ACTION".
       01  DISPLAY-FAVIOL-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FAVIOL-ID-OUT      PIC X(09).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FAVIOL-NAME-OUT    PIC X(20).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FAVIOL-SECTION-OUT PIC X(10).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FAVIOL-COURSE-OUT  PIC X(10).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FAVIOL-HELD-OUT    PIC ZZ9.
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FAVIOL-ABSENT-OUT  PIC ZZ9.
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FAVIOL-PCT-OUT     PIC ZZ9.99.
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FAVIOL-AVG-OUT     PIC ZZ9.99.
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FAVIOL-ACTION-OUT  PIC X(20).
       01  FAVIOL-NONE-LINE.
           02 FILLER PIC X(5)  VALUE SPACES.
           02 FILLER PIC X(30) VALUE "No attendance violations.".
       01  FAVIOL-TOTAL-LINE.
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 FILLER               PIC X(15) VALUE "TOTAL LISTED: ".
           02 FAVIOL-TOT-LIST-OUT  PIC ZZZZ9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 FILLER               PIC X(12) VALUE "FA APPLIED: ".
           02 FAVIOL-TOT-APPL-OUT  PIC ZZZZ9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 FILLER               PIC X(11) VALUE "FA LIFTED: ".
           02 FAVIOL-TOT-LIFT-OUT  PIC ZZZZ9.

       01  WS-STAT-CONTROLS.
           02 WS-STAT-COUNT           PIC 9(7)    VALUE 0.
           02 WS-STAT-I               PIC 9(7)    VALUE 0.
           02 SG-LOW                  PIC 9(3)V99.
           02 SG-SUM                  PIC 9(9)V99.
           02 SG-SUMSQ                PIC 9(13)V9999.
           02 SG-ABSENT               PIC 9(7).

       01  STAT-TITLE-LINE.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 FILLER           PIC X(8)  VALUE "STDDEV ".
           02 STAT-STDDEV-OUT  PIC ZZ9.99.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 FILLER           PIC X(4)  VALUE "FA ".
           02 STAT-FA-OUT      PIC ZZZZ9.

       01  DEFER-TITLE-LINE.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER               PIC X(03) VALUE SPACES.
           02 DEFER-SECTION-OUT    PIC X(10).
           02 FILLER               PIC X(03) VALUE SPACES.
           02 DEFER-COURSE-OUT     PIC X(10).
           02 FILLER               PIC X(03) VALUE SPACES.
           02 DEFER-PRELIM-OUT     PIC X(06).
           02 FILLER               PIC X(03) VALUE SPACES.
           02 DEFER-MIDTERM-OUT    PIC X(06).
           PERFORM INIT-TERM-CODE.
           PERFORM INIT-WEIGHTS.
           PERFORM INIT-POINT-SCALE.
           PERFORM LOAD-COURSE-CATALOG.
           PERFORM CHECK-FOR-RESUME.
           PERFORM INIT-OPERATOR-ID.
           PERFORM ACQUIRE-RUN-LOCK.
               DISPLAY "Run refused - batch control trailer does not "
                   "balance. See GSYS-AUDIT.DAT."
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-MASTER-FILE.
               END-IF
               PERFORM WRITE-AUDIT-SUMMARY
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ROSTER.
           IF WS-EDIT-MODE
               PERFORM WRITE-EDIT-PASS-SUMMARY
           ELSE
               PERFORM APPLY-ATTENDANCE
               PERFORM COMPUTE-GRAND-AVERAGE
               PERFORM LOAD-PRIOR-TERM-HISTORY
               PERFORM SORT-WORK-DETAILS
               PERFORM BUILD-GWA-TABLE
               PERFORM RUN-POST-COLLECTION-STEPS
               IF NOT WS-MAINT-MODE
                   PERFORM CLEAR-CHECKPOINT
               END-IF
           END-IF.
           PERFORM SET-RUN-RETURN-CODE.
           PERFORM CLOSE-MASTER-FILE.
           PERFORM WRITE-AUDIT-SUMMARY.
           PERFORM RELEASE-RUN-LOCK.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       INIT-YEAR-NAMES.
                   "-SIS.DAT" DELIMITED BY SIZE
               INTO WS-SIS-FILENAME
           END-STRING.
           MOVE SPACES TO WS-STEPCTL-FILENAME.
           STRING "GSYS-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERM-CODE) DELIMITED BY SIZE
                   "-STEPS.DAT" DELIMITED BY SIZE
               INTO WS-STEPCTL-FILENAME
           END-STRING.
           MOVE SPACES TO WS-ATTEND-FILENAME.
           STRING "GSYS-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERM-CODE) DELIMITED BY SIZE
                   "-ATTEND.DAT" DELIMITED BY SIZE
               INTO WS-ATTEND-FILENAME
           END-STRING.
           MOVE SPACES TO WS-FAVIOL-FILENAME.
           STRING "GSYS-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERM-CODE) DELIMITED BY SIZE
                   "-FAVIOL.DAT" DELIMITED BY SIZE
               INTO WS-FAVIOL-FILENAME
           END-STRING.

       INIT-WEIGHTS.
           OPEN INPUT GSYS-PERCENT.
               END-IF
           END-PERFORM.

       COMPUTE-FA-POINTS.
           MOVE WS-GRADE-FIELDS-AVG TO WS-FA-SAVE-AVG.
           MOVE 0 TO WS-GRADE-FIELDS-AVG.
           PERFORM COMPUTE-POINT-EQUIVALENT.
           MOVE WS-FA-SAVE-AVG TO WS-GRADE-FIELDS-AVG.

       LOAD-COURSE-CATALOG.
           OPEN INPUT GSYS-COURSE.
           IF WS-COURSE-FILE-STATUS = "00"
               PERFORM UNTIL WS-COURSE-EOF
                   READ GSYS-COURSE INTO GSYS-COURSE-REC
                       AT END
                           SET WS-COURSE-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-COURSE-RECORD
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-COURSE-EOF-SW
           END-IF.
           CLOSE GSYS-COURSE.
           IF WS-COURSE-COUNT > 0
               SET WS-COURSE-LOADED TO TRUE
               DISPLAY "Course catalog loaded: " WS-COURSE-COUNT
                   " courses."
           END-IF.

       LOAD-COURSE-RECORD.
           MOVE SPACES TO WS-CRS-CODE-STR WS-CRS-TITLE-STR
               WS-CRS-UNITS-STR WS-CRS-TYPE-STR.
           UNSTRING GSYS-COURSE-REC DELIMITED BY ","
               INTO WS-CRS-CODE-STR, WS-CRS-TITLE-STR,
                    WS-CRS-UNITS-STR, WS-CRS-TYPE-STR
           END-UNSTRING.
           MOVE FUNCTION TEST-NUMVAL(WS-CRS-UNITS-STR)
               TO WS-NUMVAL-RC.
           IF WS-CRS-CODE-STR = SPACES OR WS-NUMVAL-RC NOT = 0
               DISPLAY "Course entry ignored - bad code or units: "
                   GSYS-COURSE-REC
           ELSE
               IF WS-COURSE-COUNT >= 500
                   DISPLAY "Course table full - entry skipped: "
                       GSYS-COURSE-REC
               ELSE
                   ADD 1 TO WS-COURSE-COUNT
                   MOVE FUNCTION TRIM(WS-CRS-CODE-STR)
                       TO CRS-CODE(WS-COURSE-COUNT)
                   MOVE FUNCTION TRIM(WS-CRS-TITLE-STR)
                       TO CRS-TITLE(WS-COURSE-COUNT)
                   MOVE FUNCTION NUMVAL(WS-CRS-UNITS-STR)
                       TO CRS-UNITS(WS-COURSE-COUNT)
                   MOVE FUNCTION TRIM(WS-CRS-TYPE-STR)
                       TO CRS-TYPE(WS-COURSE-COUNT)
                   IF CRS-TYPE(WS-COURSE-COUNT) NOT = "LAB"
                       MOVE "LEC" TO CRS-TYPE(WS-COURSE-COUNT)
                   END-IF
               END-IF
           END-IF.

       FIND-COURSE-ENTRY.
           MOVE "N" TO WS-COURSE-FOUND-SW.
           PERFORM VARYING WS-COURSE-SUB FROM 1 BY 1
                   UNTIL WS-COURSE-SUB > WS-COURSE-COUNT
                      OR WS-COURSE-FOUND
               IF CRS-CODE(WS-COURSE-SUB) = WS-COURSE-LOOKUP
                   SET WS-COURSE-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-COURSE-FOUND
               SUBTRACT 1 FROM WS-COURSE-SUB
           END-IF.

       RESOLVE-COURSE-UNITS.
           SET WS-COURSE-OK TO TRUE.
           IF WS-STUDENT-COURSE = SPACES
               MOVE "GENERAL" TO WS-STUDENT-COURSE
           END-IF.
           MOVE WS-STUDENT-COURSE TO WS-COURSE-LOOKUP.
           PERFORM FIND-COURSE-ENTRY.
           IF WS-COURSE-FOUND
               MOVE CRS-UNITS(WS-COURSE-SUB) TO WS-STUDENT-UNITS
           ELSE
               MOVE WS-DEFAULT-UNITS TO WS-STUDENT-UNITS
               IF WS-COURSE-LOADED
                       AND WS-STUDENT-COURSE NOT = "GENERAL"
                   MOVE "N" TO WS-COURSE-OK-SW
               END-IF
           END-IF.

       CHECK-FOR-RESUME.
           IF WS-EDIT-MODE
               DISPLAY "Validation run - any checkpoint is left "
                       "from an interrupted run is present."
                   DISPLAY "Resume or clear GSYS-RESTART.DAT before "
                       "running maintenance."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
           END-PERFORM.
           CLOSE GSYS-RESTART.

       RUN-POST-COLLECTION-STEPS.
           PERFORM LOAD-STEP-CONTROL.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               MOVE STEP-NAME(WS-STEP-SUB) TO WS-STEP-NAME
               PERFORM CHECK-STEP-NEEDED
               IF WS-STEP-RUN
                   PERFORM RUN-ONE-STEP
                   PERFORM MARK-STEP-DONE
               ELSE
                   DISPLAY "Step " FUNCTION TRIM(WS-STEP-NAME)
                       " already complete for this term - skipped."
               END-IF
           END-PERFORM.
           PERFORM FINISH-STEP-CONTROL.

       INIT-STEP-NAMES.
           MOVE 8 TO WS-STEP-COUNT.
           MOVE "REPORT    " TO STEP-NAME(1).
           MOVE "CARDS     " TO STEP-NAME(2).
           MOVE "TERMHIST  " TO STEP-NAME(3).
           MOVE "RETENTION " TO STEP-NAME(4).
           MOVE "STUDHIST  " TO STEP-NAME(5).
           MOVE "PROMOTION " TO STEP-NAME(6).
           MOVE "INSTRUCTOR" TO STEP-NAME(7).
           MOVE "SISEXTRACT" TO STEP-NAME(8).
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               MOVE "N" TO STEP-DONE-SW(WS-STEP-SUB)
           END-PERFORM.

       LOAD-STEP-CONTROL.
           PERFORM INIT-STEP-NAMES.
           MOVE SPACES TO WS-STEP-FORCED.
           OPEN INPUT GSYS-RERUN.
           IF WS-RERUN-FILE-STATUS = "00"
               READ GSYS-RERUN INTO GSYS-RERUN-REC
                   AT END
                       MOVE SPACES TO GSYS-RERUN-REC
               END-READ
               MOVE GSYS-RERUN-REC TO WS-STEP-FORCED
           END-IF.
           CLOSE GSYS-RERUN.
           IF WS-STEP-FORCED NOT = SPACES
               MOVE WS-STEP-FORCED TO WS-STEP-REC-NAME
               PERFORM FIND-STEP-ENTRY
               IF WS-STEP-FOUND
                   DISPLAY "Step " FUNCTION TRIM(WS-STEP-FORCED)
                       " forced to rerun by GSYS-RERUN.DAT."
               ELSE
                   DISPLAY "GSYS-RERUN.DAT names unknown step "
                       FUNCTION TRIM(WS-STEP-FORCED) " - ignored."
                   MOVE SPACES TO WS-STEP-FORCED
               END-IF
           END-IF.
           MOVE "N" TO WS-STEP-ALL-DONE-SW.
           MOVE 0 TO WS-STEP-DONE-COUNT.
           OPEN INPUT GSYS-STEPCTL.
           IF WS-STEP-FILE-STATUS = "00"
               PERFORM UNTIL WS-STEP-EOF
                   READ GSYS-STEPCTL INTO GSYS-STEPCTL-REC
                       AT END
                           SET WS-STEP-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-STEP-CONTROL-RECORD
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-STEP-EOF-SW
           END-IF.
           CLOSE GSYS-STEPCTL.
           IF WS-STEP-ALL-DONE
               IF WS-STEP-FORCED = SPACES
                   PERFORM INIT-STEP-NAMES
                   MOVE "N" TO WS-STEP-ALL-DONE-SW
                   OPEN OUTPUT GSYS-STEPCTL
                   CLOSE GSYS-STEPCTL
               ELSE
                   DISPLAY "Term already posted - only step "
                       FUNCTION TRIM(WS-STEP-FORCED) " will be rerun."
               END-IF
           ELSE
               IF WS-STEP-DONE-COUNT > 0
                   DISPLAY "Restarting interrupted run - "
                       WS-STEP-DONE-COUNT " completed step(s) in "
                       FUNCTION TRIM(WS-STEPCTL-FILENAME)
                       " will be skipped."
               END-IF
           END-IF.

       APPLY-STEP-CONTROL-RECORD.
           MOVE SPACES TO WS-STEP-REC-NAME.
           UNSTRING GSYS-STEPCTL-REC DELIMITED BY ","
               INTO WS-STEP-REC-NAME
           END-UNSTRING.
           IF WS-STEP-REC-NAME = "END"
               SET WS-STEP-ALL-DONE TO TRUE
           ELSE
               PERFORM FIND-STEP-ENTRY
               IF WS-STEP-FOUND
                   IF NOT STEP-DONE(WS-STEP-SUB)
                       SET STEP-DONE(WS-STEP-SUB) TO TRUE
                       ADD 1 TO WS-STEP-DONE-COUNT
                   END-IF
               END-IF
           END-IF.

       FIND-STEP-ENTRY.
           MOVE 1 TO WS-STEP-SUB.
           MOVE "N" TO WS-STEP-FOUND-SW.
           PERFORM UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   OR WS-STEP-FOUND
               IF STEP-NAME(WS-STEP-SUB) = WS-STEP-REC-NAME
                   SET WS-STEP-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-STEP-SUB
               END-IF
           END-PERFORM.

       CHECK-STEP-NEEDED.
           IF WS-STEP-NAME = WS-STEP-FORCED
               SET WS-STEP-RUN TO TRUE
           ELSE
               IF STEP-DONE(WS-STEP-SUB)
                   MOVE "N" TO WS-STEP-RUN-SW
               ELSE
                   SET WS-STEP-RUN TO TRUE
               END-IF
           END-IF.

       RUN-ONE-STEP.
           EVALUATE WS-STEP-NAME
               WHEN "REPORT"
                   PERFORM WRITE-TERM-REPORT
               WHEN "CARDS"
                   PERFORM WRITE-REPORT-CARDS
               WHEN "TERMHIST"
                   PERFORM APPEND-TERM-HISTORY
               WHEN "RETENTION"
                   PERFORM LOAD-STUDENT-HISTORY
                   PERFORM WRITE-RETENTION-REPORT
               WHEN "STUDHIST"
                   PERFORM APPEND-STUDENT-HISTORY
               WHEN "PROMOTION"
                   PERFORM WRITE-PROMOTION-RUN
               WHEN "INSTRUCTOR"
                   PERFORM WRITE-INSTRUCTOR-REPORT
               WHEN "SISEXTRACT"
                   PERFORM WRITE-SIS-EXTRACT
           END-EVALUATE.

       MARK-STEP-DONE.
           OPEN EXTEND GSYS-STEPCTL.
           IF WS-STEP-FILE-STATUS NOT = "00"
                   AND WS-STEP-FILE-STATUS NOT = "05"
               OPEN OUTPUT GSYS-STEPCTL
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO GSYS-STEPCTL-REC.
           STRING FUNCTION TRIM(WS-STEP-NAME) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-RUN-TIME(1:6) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
               INTO GSYS-STEPCTL-REC
           END-STRING.
           WRITE GSYS-STEPCTL-REC.
           CLOSE GSYS-STEPCTL.

       FINISH-STEP-CONTROL.
           IF NOT WS-STEP-ALL-DONE
               MOVE "END" TO WS-STEP-NAME
               PERFORM MARK-STEP-DONE
           END-IF.
           IF WS-STEP-FORCED NOT = SPACES
               OPEN OUTPUT GSYS-RERUN
               CLOSE GSYS-RERUN
           END-IF.

       INIT-OPERATOR-ID.
           OPEN INPUT GSYS-OPER.
           IF WS-OPER-FILE-STATUS = "00"
               MOVE "REFUSED" TO WS-LOCK-EVENT
               PERFORM WRITE-AUDIT-LOCK
               DISPLAY "Run stopped - term already being processed."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

                   END-IF
                   MOVE "N" TO ROS-MATCHED-SW(WS-ROSTER-COUNT)
                   MOVE "N" TO ROS-PROMO-SW(WS-ROSTER-COUNT)
                   MOVE 0 TO ROS-COURSE-COUNT(WS-ROSTER-COUNT)
               ELSE
                   DISPLAY "Roster entry ignored - bad year level: "
                       WS-ROSTER-ID-STR
                               SET WS-WORK-EOF TO TRUE
                           NOT AT END
                               MOVE WD-ID TO WS-STUDENT-ID
                               MOVE WD-COURSE TO WS-STUDENT-COURSE
                               PERFORM MARK-ROSTER-MATCH
                       END-READ
                   END-PERFORM
       MARK-ROSTER-MATCH.
           PERFORM FIND-ROSTER-ENTRY.
           IF WS-ROSTER-FOUND
               PERFORM ADD-ROSTER-COURSE
               SET ROS-MATCHED(WS-ROSTER-SUB) TO TRUE
           END-IF.

       FIND-ROSTER-COURSE.
           MOVE "N" TO WS-ROSCRS-FOUND-SW.
           PERFORM VARYING WS-ROSCRS-SUB FROM 1 BY 1
                   UNTIL WS-ROSCRS-SUB > ROS-COURSE-COUNT(WS-ROSTER-SUB)
                      OR WS-ROSCRS-FOUND
               IF ROS-COURSE(WS-ROSTER-SUB, WS-ROSCRS-SUB)
                       = WS-STUDENT-COURSE
                   SET WS-ROSCRS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       ADD-ROSTER-COURSE.
           PERFORM FIND-ROSTER-COURSE.
           IF NOT WS-ROSCRS-FOUND
               IF ROS-COURSE-COUNT(WS-ROSTER-SUB) >= 15
                   DISPLAY "Course list full - duplicate check "
                       "limited for: " WS-STUDENT-ID
               ELSE
                   ADD 1 TO ROS-COURSE-COUNT(WS-ROSTER-SUB)
                   MOVE WS-STUDENT-COURSE
                       TO ROS-COURSE(WS-ROSTER-SUB,
                          ROS-COURSE-COUNT(WS-ROSTER-SUB))
               END-IF
           END-IF.

       CHECK-ROSTER-RECORD.
           MOVE "Y" TO WS-ROSTER-OK-SW.
           IF WS-ROSTER-LOADED
                   PERFORM WRITE-EXCEPTION-LINE
                   PERFORM ADD-WALKIN-ENTRY
               ELSE
                   PERFORM FIND-ROSTER-COURSE
                   IF WS-ROSCRS-FOUND
                       MOVE "N" TO WS-ROSTER-OK-SW
                       MOVE "DUPLICATE COURSE GRADE" TO EXC-REASON-OUT
                       MOVE WS-STUDENT-ID TO EXC-ID-OUT
                       MOVE WS-STUDENT-NAME TO EXC-NAME-OUT
                       MOVE SPACES TO EXC-DETAIL-OUT
                       STRING "Already graded in "
                               DELIMITED BY SIZE
                               WS-STUDENT-COURSE
                               DELIMITED BY SPACE
                               " - skipped"
                               DELIMITED BY SIZE
                           INTO EXC-DETAIL-OUT
                       END-STRING
                       PERFORM WRITE-EXCEPTION-LINE
                   ELSE
                       IF ROS-YEAR-SUB(WS-ROSTER-SUB) NOT = Y-SUB
                               MOVE ROS-SECTION(WS-ROSTER-SUB)
                                   TO WS-BATCH-SECTION-STR
                           END-IF
                           PERFORM ADD-ROSTER-COURSE
                           SET ROS-MATCHED(WS-ROSTER-SUB) TO TRUE
                       END-IF
                   END-IF
               MOVE "N" TO WS-MAST-OPEN-SW
           END-IF.

       SET-RUN-RETURN-CODE.
           MOVE 0 TO WS-RUN-RC.
           IF WS-TRL-VERDICT = "UNVERIFIED"
                   OR WS-REJECT-COUNT > 0
                   OR WS-EXCEPT-COUNT > 0
                   OR WS-MAINT-REFUSED > 0
                   OR WS-LOCK-OVERRIDE
               MOVE 4 TO WS-RUN-RC
           END-IF.
           IF NOT WS-EDIT-MODE AND NOT WS-MAST-OPEN
               MOVE 8 TO WS-RUN-RC
           END-IF.

       UPDATE-MASTER-RECORD.
           IF WS-EDIT-MODE
               IF NOT WS-MAST-LOADING
           IF WS-MAST-OPEN AND NOT WS-MAST-LOADING
               MOVE WS-TERM-CODE TO MAST-TERM
               MOVE WS-STUDENT-ID TO MAST-ID
               MOVE WS-STUDENT-COURSE TO MAST-COURSE
               MOVE Y-SUB TO MAST-YEAR-SUB
               MOVE WS-STUDENT-NAME TO MAST-NAME
               MOVE WS-STUDENT-SECTION TO MAST-SECTION
               MOVE WS-STUDENT-UNITS TO MAST-UNITS
               MOVE WS-GRADE-FIELDS-PRELIM TO MAST-PRELIM
               MOVE WS-GRADE-FIELDS-MIDTERM TO MAST-MIDTERM
               MOVE WS-GRADE-FIELDS-FINAL TO MAST-FINAL

       APPLY-MAINT-TRANSACTIONS.
           IF WS-MAST-OPEN
               PERFORM LOAD-APPROVER-TABLE
               OPEN INPUT GSYS-MAINT
               PERFORM UNTIL WS-MAINT-EOF
                   READ GSYS-MAINT INTO GSYS-MAINT-REC
               CLOSE GSYS-MAINT
               DISPLAY "Maintenance transactions applied: "
                   WS-MAINT-APPLIED
               DISPLAY "Maintenance transactions refused: "
                   WS-MAINT-REFUSED
           ELSE
               DISPLAY "Grade master unavailable - maintenance "
                   "not applied."
                          WS-MAINT-ID-STR WS-MAINT-YSUB-STR
                          WS-MAINT-NAME-STR WS-MAINT-SECTION-STR
                          WS-MAINT-PRELIM-STR WS-MAINT-MIDTERM-STR
                          WS-MAINT-FINAL-STR WS-MAINT-COURSE-STR
                          WS-MAINT-REASON-STR WS-MAINT-APPROVAL-STR.
           UNSTRING GSYS-MAINT-REC DELIMITED BY ","
               INTO WS-MAINT-ACTION-STR, WS-MAINT-TERM-STR,
                    WS-MAINT-ID-STR, WS-MAINT-YSUB-STR,
                    WS-MAINT-NAME-STR, WS-MAINT-SECTION-STR,
                    WS-MAINT-PRELIM-STR, WS-MAINT-MIDTERM-STR,
                    WS-MAINT-FINAL-STR, WS-MAINT-COURSE-STR,
                    WS-MAINT-REASON-STR, WS-MAINT-APPROVAL-STR
           END-UNSTRING.
           IF WS-MAINT-COURSE-STR = SPACES
               MOVE "GENERAL" TO WS-MAINT-COURSE-STR
           END-IF.
           MOVE "N" TO WS-MAINT-DONE-SW.
           PERFORM READ-MAINT-BEFORE-IMAGE.
           PERFORM CHECK-MAINT-AUTHORITY.
           IF WS-MAINT-AUTHORIZED
               PERFORM APPLY-MAINT-ACTION
               IF WS-MAINT-DONE
                   PERFORM WRITE-GRADE-JOURNAL
               END-IF
           ELSE
               PERFORM REFUSE-MAINT-RECORD
           END-IF.

       APPLY-MAINT-ACTION.
           EVALUATE WS-MAINT-ACTION-STR
               WHEN "ADD"
               WHEN "CHANGE"
               WHEN "DELETE"
                   MOVE WS-MAINT-TERM-STR TO MAST-TERM
                   MOVE WS-MAINT-ID-STR TO MAST-ID
                   MOVE WS-MAINT-COURSE-STR TO MAST-COURSE
                   DELETE GSYS-MASTER RECORD
                       INVALID KEY
                           DISPLAY "Maintenance skipped - no such "
                               "record: " WS-MAINT-ID-STR
                       NOT INVALID KEY
                           ADD 1 TO WS-MAINT-APPLIED
                           SET WS-MAINT-DONE TO TRUE
                   END-DELETE
               WHEN OTHER
                   DISPLAY "Maintenance skipped - bad action: "
           END-EVALUATE.

       APPLY-MAINT-UPSERT.
           MOVE WS-MAINT-COURSE-STR TO WS-STUDENT-COURSE.
           PERFORM RESOLVE-COURSE-UNITS.
           IF NOT WS-COURSE-OK
               DISPLAY "Maintenance skipped - unknown course: "
                   WS-MAINT-ID-STR " " WS-MAINT-COURSE-STR
           ELSE
               PERFORM APPLY-MAINT-GRADES
           END-IF.

       APPLY-MAINT-GRADES.
           MOVE WS-MAINT-YSUB-STR TO WS-BATCH-YSUB-STR.
           PERFORM CHECK-YEAR-SUB-INPUT.
           IF NOT WS-GRADE-IS-VALID
           PERFORM COMPUTE-WEIGHTED-AVERAGE.
           MOVE WS-MAINT-TERM-STR TO MAST-TERM.
           MOVE WS-MAINT-ID-STR TO MAST-ID.
           MOVE WS-STUDENT-COURSE TO MAST-COURSE.
           MOVE WS-STUDENT-UNITS TO MAST-UNITS.
           MOVE Y-SUB TO MAST-YEAR-SUB.
           MOVE WS-MAINT-NAME-STR TO MAST-NAME.
           IF WS-MAINT-SECTION-STR = SPACES
           END-IF.
           MOVE SPACES TO MAST-PRELIM-MARK MAST-MIDTERM-MARK
                          MAST-FINAL-MARK.
           IF WS-MAINT-BEFORE-STATUS = "FA"
               MOVE "FA" TO MAST-STATUS
               PERFORM COMPUTE-FA-POINTS
           ELSE
               PERFORM COMPUTE-POINT-EQUIVALENT
           END-IF.
           MOVE WS-GRADE-FIELDS-POINTS TO MAST-POINTS.
           SET WS-MAINT-DONE TO TRUE.
           WRITE GSYS-MASTER-REC
               INVALID KEY
                   REWRITE GSYS-MASTER-REC
                       INVALID KEY
                           DISPLAY "Maintenance update failed: "
                               WS-MAINT-ID-STR
                           MOVE "N" TO WS-MAINT-DONE-SW
                   END-REWRITE
           END-WRITE.
           IF WS-MAINT-DONE
               ADD 1 TO WS-MAINT-APPLIED
           END-IF.

       READ-MAINT-BEFORE-IMAGE.
           MOVE "N" TO WS-MAINT-EXISTS-SW.
           MOVE SPACES TO WS-JNL-BEFORE-IMAGE WS-MAINT-BEFORE-STATUS.
           MOVE WS-MAINT-TERM-STR TO MAST-TERM.
           MOVE WS-MAINT-ID-STR TO MAST-ID.
           MOVE WS-MAINT-COURSE-STR TO MAST-COURSE.
           READ GSYS-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MAINT-EXISTS TO TRUE
                   MOVE GSYS-MASTER-REC TO WS-JNL-BEFORE-IMAGE
                   MOVE MAST-STATUS TO WS-MAINT-BEFORE-STATUS
           END-READ.

       CHECK-MAINT-AUTHORITY.
           SET WS-MAINT-AUTHORIZED TO TRUE.
           IF WS-MAINT-ACTION-STR = "CHANGE"
                   OR WS-MAINT-ACTION-STR = "DELETE"
                   OR (WS-MAINT-ACTION-STR = "ADD" AND WS-MAINT-EXISTS)
               PERFORM CHECK-TERM-RELEASED
               IF WS-TERM-RELEASED
                   MOVE WS-MAINT-APPROVAL-STR TO WS-APPR-REF-STR
                   PERFORM FIND-APPROVER-ENTRY
                   IF NOT WS-APPR-FOUND
                       MOVE "N" TO WS-MAINT-AUTH-SW
                   END-IF
               END-IF
           END-IF.

       CHECK-TERM-RELEASED.
           IF WS-MAINT-TERM-STR NOT = WS-REL-TERM
               MOVE WS-MAINT-TERM-STR TO WS-REL-TERM
               MOVE "N" TO WS-TERM-RELEASED-SW
               MOVE SPACES TO WS-RELCHK-FILENAME
               STRING "GSYS-" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REL-TERM) DELIMITED BY SIZE
                       "-CARDS.DAT" DELIMITED BY SIZE
                   INTO WS-RELCHK-FILENAME
               END-STRING
               PERFORM PROBE-RELEASE-FILE
               MOVE SPACES TO WS-RELCHK-FILENAME
               STRING "GSYS-" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REL-TERM) DELIMITED BY SIZE
                       "-SIS.DAT" DELIMITED BY SIZE
                   INTO WS-RELCHK-FILENAME
               END-STRING
               PERFORM PROBE-RELEASE-FILE
           END-IF.

       PROBE-RELEASE-FILE.
           OPEN INPUT GSYS-RELCHK.
           IF WS-RELCHK-FILE-STATUS = "00"
               SET WS-TERM-RELEASED TO TRUE
           END-IF.
           CLOSE GSYS-RELCHK.

       LOAD-APPROVER-TABLE.
           MOVE 0 TO WS-APPR-COUNT.
           OPEN INPUT GSYS-APPROVER.
           IF WS-APPR-FILE-STATUS = "00"
               PERFORM UNTIL WS-APPR-EOF
                   READ GSYS-APPROVER INTO GSYS-APPROVER-REC
                       AT END
                           SET WS-APPR-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-APPROVER-RECORD
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-APPR-EOF-SW
           END-IF.
           CLOSE GSYS-APPROVER.

       LOAD-APPROVER-RECORD.
           MOVE SPACES TO WS-APPR-REF-STR WS-APPR-ID-STR
                          WS-APPR-TERM-STR.
           UNSTRING GSYS-APPROVER-REC DELIMITED BY ","
               INTO WS-APPR-REF-STR, WS-APPR-ID-STR, WS-APPR-TERM-STR
           END-UNSTRING.
           IF WS-APPR-REF-STR = SPACES OR WS-APPR-ID-STR = SPACES
               CONTINUE
           ELSE
               IF WS-APPR-COUNT >= 500
                   DISPLAY "Approver table full - entry skipped: "
                       WS-APPR-REF-STR
               ELSE
                   ADD 1 TO WS-APPR-COUNT
                   MOVE WS-APPR-REF-STR TO APR-REF(WS-APPR-COUNT)
                   MOVE WS-APPR-ID-STR TO APR-ID(WS-APPR-COUNT)
                   MOVE WS-APPR-TERM-STR TO APR-TERM(WS-APPR-COUNT)
               END-IF
           END-IF.

       FIND-APPROVER-ENTRY.
           MOVE "N" TO WS-APPR-FOUND-SW.
           IF WS-APPR-REF-STR NOT = SPACES
               PERFORM VARYING WS-APPR-SUB FROM 1 BY 1
                       UNTIL WS-APPR-SUB > WS-APPR-COUNT
                       OR WS-APPR-FOUND
                   IF APR-REF(WS-APPR-SUB) = WS-APPR-REF-STR
                           AND (APR-TERM(WS-APPR-SUB) = SPACES
                           OR APR-TERM(WS-APPR-SUB)
                               = WS-MAINT-TERM-STR)
                       SET WS-APPR-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-APPR-FOUND
                   SUBTRACT 1 FROM WS-APPR-SUB
               END-IF
           END-IF.

       REFUSE-MAINT-RECORD.
           ADD 1 TO WS-MAINT-REFUSED.
           DISPLAY "Maintenance refused - term "
               FUNCTION TRIM(WS-MAINT-TERM-STR)
               " already released and approval reference "
               "not on file: " WS-MAINT-ID-STR " "
               WS-MAINT-COURSE-STR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM OPEN-AUDIT-FILE.
           MOVE SPACES TO GSYS-AUDIT-REC.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-RUN-TIME(1:6) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                   ",MAINTREF," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAINT-ACTION-STR)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAINT-TERM-STR) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAINT-ID-STR) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAINT-COURSE-STR)
                       DELIMITED BY SIZE
                   ",REASON=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAINT-REASON-STR)
                       DELIMITED BY SIZE
                   ",APPROVAL=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAINT-APPROVAL-STR)
                       DELIMITED BY SIZE
               INTO GSYS-AUDIT-REC
           END-STRING.
           WRITE GSYS-AUDIT-REC.
           CLOSE GSYS-AUDIT.

       WRITE-GRADE-JOURNAL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN EXTEND GSYS-GRADEJNL.
           IF WS-JNL-FILE-STATUS NOT = "00"
               OPEN OUTPUT GSYS-GRADEJNL
           END-IF.
           MOVE SPACES TO GSYS-GRADEJNL-REC.
           MOVE WS-RUN-DATE TO JNL-DATE.
           MOVE WS-RUN-TIME(1:6) TO JNL-TIME.
           MOVE WS-OPERATOR-ID TO JNL-OPERATOR.
           MOVE WS-MAINT-TERM-STR TO JNL-TERM.
           MOVE WS-MAINT-ID-STR TO JNL-ID.
           MOVE WS-MAINT-COURSE-STR TO JNL-COURSE.
           MOVE WS-MAINT-ACTION-STR TO JNL-ACTION.
           MOVE WS-MAINT-REASON-STR TO JNL-REASON.
           MOVE WS-MAINT-APPROVAL-STR TO JNL-APPROVAL.
           MOVE WS-JNL-BEFORE-IMAGE TO JNL-BEFORE.
           IF WS-MAINT-ACTION-STR = "DELETE"
               MOVE SPACES TO JNL-AFTER
           ELSE
               MOVE GSYS-MASTER-REC TO JNL-AFTER
           END-IF.
           WRITE GSYS-GRADEJNL-REC.
           CLOSE GSYS-GRADEJNL.

       LOAD-MASTER-FOR-TERM.
           IF WS-MAST-OPEN
               SET WS-MAST-LOADING TO TRUE
               MOVE 0 TO WS-MAST-LOADED-COUNT
               MOVE WS-TERM-CODE TO MAST-TERM
               MOVE LOW-VALUES TO MAST-ID MAST-COURSE
               START GSYS-MASTER KEY IS NOT LESS THAN MAST-KEY
                   INVALID KEY
                       SET WS-MAST-EOF TO TRUE
               MOVE MAST-ID TO WS-STUDENT-ID
               MOVE MAST-NAME TO WS-STUDENT-NAME
               MOVE MAST-SECTION TO WS-STUDENT-SECTION
               MOVE MAST-COURSE TO WS-STUDENT-COURSE
               MOVE MAST-UNITS TO WS-STUDENT-UNITS
               MOVE MAST-PRELIM TO WS-GRADE-FIELDS-PRELIM
               MOVE MAST-MIDTERM TO WS-GRADE-FIELDS-MIDTERM
               MOVE MAST-FINAL TO WS-GRADE-FIELDS-FINAL
               MOVE MAST-AVG TO WS-GRADE-FIELDS-AVG
               IF MAST-STATUS = "PASS" OR MAST-STATUS = "FAIL"
                       OR MAST-STATUS = "LAPS" OR MAST-STATUS = "FA"
                   MOVE "N" TO WS-DEFER-SW
                   IF MAST-STATUS = "LAPS"
                       SET WS-LAPSED-RECORD TO TRUE
                   END-IF
                   IF MAST-STATUS = "FA"
                       SET WS-FA-RECORD TO TRUE
                   END-IF
                   ADD 1 TO STUDENTS(Y-SUB)
                   ADD WS-GRADE-FIELDS-PRELIM TO SUM-PRELIM(Y-SUB)
                   ADD WS-GRADE-FIELDS-MIDTERM TO SUM-MIDTERM(Y-SUB)
                   ADD WS-GRADE-FIELDS-FINAL TO SUM-FINAL(Y-SUB)
                   ADD WS-GRADE-FIELDS-AVG TO SUM-AVERAGE(Y-SUB)
                   IF WS-GRADE-FIELDS-AVG >= 75 AND NOT WS-FA-RECORD
                       ADD 1 TO PASS-COUNT(Y-SUB)
                   ELSE
                       ADD 1 TO FAIL-COUNT(Y-SUB)
               PERFORM ADD-STUDENT-DETAIL
               MOVE "N" TO WS-DEFER-SW
               MOVE "N" TO WS-LAPSE-SW
               MOVE "N" TO WS-FA-SW
               ADD 1 TO WS-MAST-LOADED-COUNT
           END-IF.

       LOAD-COMP-RECORD.
           MOVE SPACES TO WS-COMP-TERM-STR WS-COMP-ID-STR
                          WS-COMP-PRELIM-STR WS-COMP-MIDTERM-STR
                          WS-COMP-FINAL-STR WS-COMP-COURSE-STR.
           UNSTRING GSYS-COMP-REC DELIMITED BY ","
               INTO WS-COMP-TERM-STR, WS-COMP-ID-STR,
                    WS-COMP-PRELIM-STR, WS-COMP-MIDTERM-STR,
                    WS-COMP-FINAL-STR, WS-COMP-COURSE-STR
           END-UNSTRING.
           IF WS-COMP-TERM-STR NOT = WS-TERM-CODE
               DISPLAY "Completion skipped - wrong term: "
                       ADD 1 TO WS-COMP-COUNT
                       MOVE WS-COMP-ID-STR
                           TO CT-ID(WS-COMP-COUNT)
                       MOVE WS-COMP-COURSE-STR
                           TO CT-COURSE(WS-COMP-COUNT)
                       MOVE WS-GRADE-FIELDS-PRELIM
                           TO CT-PRELIM(WS-COMP-COUNT)
                       MOVE WS-GRADE-FIELDS-MIDTERM
                   UNTIL WS-COMP-SUB > WS-COMP-COUNT
                       OR WS-COMP-FOUND
               IF CT-ID(WS-COMP-SUB) = WD-ID
                       AND (CT-COURSE(WS-COMP-SUB) = SPACES
                         OR CT-COURSE(WS-COMP-SUB) = WD-COURSE)
                       AND NOT CT-APPLIED(WS-COMP-SUB)
                   SET WS-COMP-FOUND TO TRUE
               END-IF
           MOVE WD-ID TO WS-STUDENT-ID.
           MOVE WD-NAME TO WS-STUDENT-NAME.
           MOVE WD-SECTION TO WS-STUDENT-SECTION.
           MOVE WD-COURSE TO WS-STUDENT-COURSE.
           MOVE WD-UNITS TO WS-STUDENT-UNITS.
           MOVE CT-PRELIM(WS-COMP-SUB) TO WS-GRADE-FIELDS-PRELIM.
           MOVE CT-MIDTERM(WS-COMP-SUB) TO WS-GRADE-FIELDS-MIDTERM.
           MOVE CT-FINAL(WS-COMP-SUB) TO WS-GRADE-FIELDS-FINAL.
           END-PERFORM.
           DISPLAY "Completions applied: " WS-COMP-APPLIED.

       APPLY-ATTENDANCE.
           PERFORM LOAD-ATTENDANCE-TABLE.
           IF NOT WS-ATTEND-LOADED
               DISPLAY "No attendance file for term - absence limit "
                   "not checked."
           ELSE
               DISPLAY "Attendance file found - checking absence "
                   "limit."
               OPEN OUTPUT GSYS-FAVIOL
               PERFORM WRITE-FAVIOL-HEADERS
               IF WS-STUDENT-DETAIL-COUNT > 0
                   PERFORM REWRITE-WORK-WITH-ATTEND
                   PERFORM COPY-WORK2-BACK
               END-IF
               PERFORM REPORT-UNMATCHED-ATTEND
               PERFORM WRITE-FAVIOL-TOTALS
               CLOSE GSYS-FAVIOL
               IF WS-BATCH-MODE AND NOT WS-MAINT-MODE
                       AND (WS-FA-APPLIED > 0 OR WS-FA-LIFTED > 0)
                   PERFORM WRITE-CHECKPOINT
               END-IF
               DISPLAY "Attendance violations listed: " WS-FA-LISTED
               DISPLAY "FA marks applied: " WS-FA-APPLIED
           END-IF.

       LOAD-ATTENDANCE-TABLE.
           OPEN INPUT GSYS-MAXABS.
           IF WS-MAXABS-FILE-STATUS = "00"
               READ GSYS-MAXABS INTO GSYS-MAXABS-REC
               MOVE FUNCTION TEST-NUMVAL(GSYS-MAXABS-REC)
                   TO WS-NUMVAL-RC
               IF WS-NUMVAL-RC = 0
                   MOVE FUNCTION NUMVAL(GSYS-MAXABS-REC)
                       TO WS-MAX-ABSENCE-PCT
               END-IF
           END-IF.
           CLOSE GSYS-MAXABS.
           MOVE 0 TO WS-ATTEND-COUNT.
           OPEN INPUT GSYS-ATTEND.
           IF WS-ATTEND-FILE-STATUS = "00"
               SET WS-ATTEND-LOADED TO TRUE
               PERFORM UNTIL WS-ATTEND-EOF
                   READ GSYS-ATTEND INTO GSYS-ATTEND-REC
                       AT END
                           SET WS-ATTEND-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ATTEND-RECORD
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-ATTEND-EOF-SW
           END-IF.
           CLOSE GSYS-ATTEND.

       LOAD-ATTEND-RECORD.
           MOVE SPACES TO WS-ATT-TERM-STR WS-ATT-SECTION-STR
                          WS-ATT-ID-STR WS-ATT-MEETINGS-STR
                          WS-ATT-ABSENCES-STR WS-ATT-COURSE-STR.
           UNSTRING GSYS-ATTEND-REC DELIMITED BY ","
               INTO WS-ATT-TERM-STR, WS-ATT-SECTION-STR,
                    WS-ATT-ID-STR, WS-ATT-MEETINGS-STR,
                    WS-ATT-ABSENCES-STR, WS-ATT-COURSE-STR
           END-UNSTRING.
           IF GSYS-ATTEND-REC = SPACES
               CONTINUE
           ELSE
               IF WS-ATT-TERM-STR NOT = WS-TERM-CODE
                   DISPLAY "Attendance skipped - wrong term: "
                       WS-ATT-ID-STR
               ELSE
                   MOVE FUNCTION TEST-NUMVAL(WS-ATT-MEETINGS-STR)
                       TO WS-NUMVAL-RC
                   IF WS-NUMVAL-RC = 0
                       MOVE FUNCTION TEST-NUMVAL(WS-ATT-ABSENCES-STR)
                           TO WS-NUMVAL-RC
                   END-IF
                   IF WS-NUMVAL-RC NOT = 0
                       DISPLAY "Attendance skipped - bad counts: "
                           WS-ATT-ID-STR
                   ELSE
                       PERFORM CHECK-ATTEND-COUNTS
                   END-IF
               END-IF
           END-IF.

       CHECK-ATTEND-COUNTS.
           MOVE FUNCTION NUMVAL(WS-ATT-MEETINGS-STR)
               TO WS-ATT-MEETINGS.
           MOVE FUNCTION NUMVAL(WS-ATT-ABSENCES-STR)
               TO WS-ATT-ABSENCES.
           IF WS-ATT-MEETINGS < 1 OR WS-ATT-MEETINGS > 999
                   OR WS-ATT-ABSENCES < 0
                   OR WS-ATT-ABSENCES > WS-ATT-MEETINGS
               DISPLAY "Attendance skipped - bad counts: "
                   WS-ATT-ID-STR
           ELSE
               IF WS-ATTEND-COUNT >= 3000
                   DISPLAY "Attendance table full - skipped: "
                       WS-ATT-ID-STR
               ELSE
                   PERFORM ADD-ATTEND-ENTRY
               END-IF
           END-IF.

       ADD-ATTEND-ENTRY.
           ADD 1 TO WS-ATTEND-COUNT.
           MOVE WS-ATT-ID-STR TO ATT-ID(WS-ATTEND-COUNT).
           MOVE WS-ATT-SECTION-STR TO ATT-SECTION(WS-ATTEND-COUNT).
           MOVE WS-ATT-COURSE-STR TO ATT-COURSE(WS-ATTEND-COUNT).
           MOVE WS-ATT-MEETINGS TO ATT-MEETINGS(WS-ATTEND-COUNT).
           MOVE WS-ATT-ABSENCES TO ATT-ABSENCES(WS-ATTEND-COUNT).
           COMPUTE ATT-PCT(WS-ATTEND-COUNT) ROUNDED =
                   WS-ATT-ABSENCES * 100 / WS-ATT-MEETINGS.
           MOVE "N" TO ATT-VIOL-SW(WS-ATTEND-COUNT)
                       ATT-MATCHED-SW(WS-ATTEND-COUNT).
           IF WS-ATT-ABSENCES * 100
                   > WS-MAX-ABSENCE-PCT * WS-ATT-MEETINGS
               SET ATT-VIOLATION(WS-ATTEND-COUNT) TO TRUE
           END-IF.

       REWRITE-WORK-WITH-ATTEND.
           OPEN INPUT GSYS-WORK.
           OPEN OUTPUT GSYS-WORK2.
           PERFORM UNTIL WS-WORK-EOF
               READ GSYS-WORK INTO WORK-DETAIL-REC
                   AT END
                       SET WS-WORK-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ATTEND-TO-WORK-REC
                       WRITE GSYS-WORK2-REC FROM WORK-DETAIL-REC
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-WORK-EOF-SW.
           CLOSE GSYS-WORK.
           CLOSE GSYS-WORK2.

       APPLY-ATTEND-TO-WORK-REC.
           MOVE "N" TO WS-ATTEND-FOUND-SW.
           PERFORM VARYING WS-ATTEND-SUB FROM 1 BY 1
                   UNTIL WS-ATTEND-SUB > WS-ATTEND-COUNT
                       OR WS-ATTEND-FOUND
               IF ATT-ID(WS-ATTEND-SUB) = WD-ID
                       AND ATT-SECTION(WS-ATTEND-SUB) = WD-SECTION
                       AND (ATT-COURSE(WS-ATTEND-SUB) = SPACES
                         OR ATT-COURSE(WS-ATTEND-SUB) = WD-COURSE)
                   SET WS-ATTEND-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-ATTEND-FOUND
               SUBTRACT 1 FROM WS-ATTEND-SUB
               SET ATT-MATCHED(WS-ATTEND-SUB) TO TRUE
               IF ATT-VIOLATION(WS-ATTEND-SUB)
                   PERFORM MARK-WORK-REC-FA
               ELSE
                   IF WD-STATUS = "FA"
                       PERFORM LIFT-WORK-REC-FA
                   END-IF
               END-IF
           END-IF.

       MARK-WORK-REC-FA.
           MOVE SPACES TO WS-FA-ACTION.
           EVALUATE WD-STATUS
               WHEN "PASS"
                   SUBTRACT 1 FROM PASS-COUNT(WD-YEAR-SUB)
                                   GRAND-PASSED
                   ADD 1 TO FAIL-COUNT(WD-YEAR-SUB) GRAND-FAILED
                   PERFORM POST-FA-STATUS
               WHEN "FAIL"
                   PERFORM POST-FA-STATUS
               WHEN "FA"
                   MOVE "FA ON FILE" TO WS-FA-ACTION
               WHEN OTHER
                   STRING "NOT APPLIED - " DELIMITED BY SIZE
                           WD-STATUS DELIMITED BY SPACE
                       INTO WS-FA-ACTION
                   END-STRING
           END-EVALUATE.
           PERFORM WRITE-FAVIOL-LINE.

       POST-FA-STATUS.
           MOVE "FA" TO WD-STATUS.
           PERFORM COMPUTE-FA-POINTS.
           MOVE WS-GRADE-FIELDS-POINTS TO WD-POINTS.
           MOVE "FA APPLIED" TO WS-FA-ACTION.
           ADD 1 TO WS-FA-APPLIED.
           PERFORM POST-ATTEND-TO-MASTER.

       LIFT-WORK-REC-FA.
           IF WD-AVG >= 75
               MOVE "PASS" TO WD-STATUS
               SUBTRACT 1 FROM FAIL-COUNT(WD-YEAR-SUB) GRAND-FAILED
               ADD 1 TO PASS-COUNT(WD-YEAR-SUB) GRAND-PASSED
           ELSE
               MOVE "FAIL" TO WD-STATUS
           END-IF.
           MOVE WS-GRADE-FIELDS-AVG TO WS-FA-SAVE-AVG.
           MOVE WD-AVG TO WS-GRADE-FIELDS-AVG.
           PERFORM COMPUTE-POINT-EQUIVALENT.
           MOVE WS-FA-SAVE-AVG TO WS-GRADE-FIELDS-AVG.
           MOVE WS-GRADE-FIELDS-POINTS TO WD-POINTS.
           MOVE "FA LIFTED" TO WS-FA-ACTION.
           ADD 1 TO WS-FA-LIFTED.
           PERFORM WRITE-FAVIOL-LINE.
           PERFORM POST-ATTEND-TO-MASTER.

       POST-ATTEND-TO-MASTER.
           IF WS-MAST-OPEN
               MOVE WS-TERM-CODE TO MAST-TERM
               MOVE WD-ID TO MAST-ID
               MOVE WD-COURSE TO MAST-COURSE
               READ GSYS-MASTER
                   INVALID KEY
                       DISPLAY "Master record not found for FA "
                           "update: " WD-ID
                   NOT INVALID KEY
                       MOVE WD-STATUS TO MAST-STATUS
                       MOVE WD-POINTS TO MAST-POINTS
                       REWRITE GSYS-MASTER-REC
                           INVALID KEY
                               DISPLAY "Master update failed: " WD-ID
                       END-REWRITE
               END-READ
           END-IF.

       REPORT-UNMATCHED-ATTEND.
           PERFORM VARYING WS-ATTEND-SUB FROM 1 BY 1
                   UNTIL WS-ATTEND-SUB > WS-ATTEND-COUNT
               IF ATT-VIOLATION(WS-ATTEND-SUB)
                       AND NOT ATT-MATCHED(WS-ATTEND-SUB)
                   MOVE ATT-ID(WS-ATTEND-SUB) TO WD-ID
                   MOVE SPACES TO WD-NAME
                   MOVE ATT-SECTION(WS-ATTEND-SUB) TO WD-SECTION
                   MOVE ATT-COURSE(WS-ATTEND-SUB) TO WD-COURSE
                   MOVE 0 TO WD-AVG
                   MOVE "NO GRADE ON FILE" TO WS-FA-ACTION
                   PERFORM WRITE-FAVIOL-LINE
               END-IF
           END-PERFORM.

       WRITE-FAVIOL-HEADERS.
           WRITE GSYS-FAVIOL-REC FROM FAVIOL-HEADER-1.
           MOVE WS-TERM-CODE TO FAVIOL-TERM-OUT.
           MOVE WS-MAX-ABSENCE-PCT TO FAVIOL-MAX-OUT.
           WRITE GSYS-FAVIOL-REC FROM FAVIOL-HEADER-2.
           MOVE SPACES TO GSYS-FAVIOL-REC.
           WRITE GSYS-FAVIOL-REC.
           WRITE GSYS-FAVIOL-REC FROM FAVIOL-COL-HEADER.
           MOVE SPACES TO GSYS-FAVIOL-REC.
           MOVE ALL "-" TO GSYS-FAVIOL-REC(6:111).
           WRITE GSYS-FAVIOL-REC.

       WRITE-FAVIOL-LINE.
           MOVE WD-ID TO FAVIOL-ID-OUT.
           MOVE WD-NAME TO FAVIOL-NAME-OUT.
           MOVE WD-SECTION TO FAVIOL-SECTION-OUT.
           MOVE WD-COURSE TO FAVIOL-COURSE-OUT.
           MOVE ATT-MEETINGS(WS-ATTEND-SUB) TO FAVIOL-HELD-OUT.
           MOVE ATT-ABSENCES(WS-ATTEND-SUB) TO FAVIOL-ABSENT-OUT.
           MOVE ATT-PCT(WS-ATTEND-SUB) TO FAVIOL-PCT-OUT.
           MOVE WD-AVG TO FAVIOL-AVG-OUT.
           MOVE WS-FA-ACTION TO FAVIOL-ACTION-OUT.
           WRITE GSYS-FAVIOL-REC FROM DISPLAY-FAVIOL-LINE.
           ADD 1 TO WS-FA-LISTED.

       WRITE-FAVIOL-TOTALS.
           IF WS-FA-LISTED = 0
               WRITE GSYS-FAVIOL-REC FROM FAVIOL-NONE-LINE
           END-IF.
           MOVE SPACES TO GSYS-FAVIOL-REC.
           WRITE GSYS-FAVIOL-REC.
           MOVE WS-FA-LISTED TO FAVIOL-TOT-LIST-OUT.
           MOVE WS-FA-APPLIED TO FAVIOL-TOT-APPL-OUT.
           MOVE WS-FA-LIFTED TO FAVIOL-TOT-LIFT-OUT.
           WRITE GSYS-FAVIOL-REC FROM FAVIOL-TOTAL-LINE.

       WRITE-SUSPENSE-RECORD.
           IF WS-SUSP-OPEN
               MOVE SPACES TO GSYS-SUSPENSE-REC
               STRING FUNCTION TRIM(WS-TERM-CODE) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-SUSP-REASON DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       GSYS-INPUT-REC DELIMITED BY SIZE
                   INTO GSYS-SUSPENSE-REC
               END-STRING
               WRITE GSYS-SUSPENSE-REC
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       PROCESS-BATCH-RECORD.
           IF GSYS-INPUT-REC(1:8) = "TRAILER,"
               SUBTRACT 1 FROM WS-CKPT-BATCH-COUNT
           ELSE
           END-IF.

       PROCESS-BATCH-DETAIL.
           MOVE SPACES TO WS-BATCH-SECTION-STR WS-BATCH-COURSE-STR.
           UNSTRING GSYS-INPUT-REC DELIMITED BY ","
               INTO WS-BATCH-YSUB-STR, WS-STUDENT-ID, WS-STUDENT-NAME,
                    WS-BATCH-PRELIM-STR,
                    WS-BATCH-MIDTERM-STR, WS-BATCH-FINAL-STR,
                    WS-BATCH-SECTION-STR, WS-BATCH-COURSE-STR
           END-UNSTRING.
           MOVE WS-BATCH-COURSE-STR TO WS-STUDENT-COURSE.
           PERFORM RESOLVE-COURSE-UNITS.
           PERFORM CHECK-YEAR-SUB-INPUT.
           IF NOT WS-GRADE-IS-VALID
               DISPLAY "Skipped record - bad year level: "
               MOVE "YRLV" TO WS-SUSP-REASON
               PERFORM WRITE-SUSPENSE-RECORD
           ELSE
               IF NOT WS-COURSE-OK
                   DISPLAY "Skipped record - unknown course: "
                       WS-STUDENT-ID " " WS-STUDENT-COURSE
                   MOVE "CRSE" TO WS-SUSP-REASON
                   PERFORM WRITE-SUSPENSE-RECORD
               ELSE
                   PERFORM CHECK-ROSTER-RECORD
                   IF NOT WS-ROSTER-OK
                       DISPLAY "Skipped record - roster mismatch: "
                           WS-STUDENT-ID
                       MOVE "ROST" TO WS-SUSP-REASON
                       PERFORM WRITE-SUSPENSE-RECORD
                   ELSE
                       PERFORM PROCESS-VALIDATED-RECORD
                   END-IF
               END-IF
           END-IF.

           MOVE WS-STUDENT-ID TO WD-ID.
           MOVE WS-STUDENT-NAME TO WD-NAME.
           MOVE WS-STUDENT-SECTION TO WD-SECTION.
           MOVE WS-STUDENT-COURSE TO WD-COURSE.
           MOVE WS-STUDENT-UNITS TO WD-UNITS.
           MOVE WS-GRADE-FIELDS-PRELIM TO WD-PRELIM.
           MOVE WS-GRADE-FIELDS-MIDTERM TO WD-MIDTERM.
           MOVE WS-GRADE-FIELDS-FINAL TO WD-FINAL.
               END-IF
               MOVE SPACES TO WD-PRELIM-MARK WD-MIDTERM-MARK
                              WD-FINAL-MARK
               IF WS-FA-RECORD
                   MOVE "FA" TO WD-STATUS
                   PERFORM COMPUTE-FA-POINTS
               ELSE
                   PERFORM COMPUTE-POINT-EQUIVALENT
               END-IF
               MOVE WS-GRADE-FIELDS-POINTS TO WD-POINTS
           END-IF.
           PERFORM WRITE-WORK-RECORD.
                           LINE SCREEN-LINE COLUMN 30
                       ADD 1 TO SCREEN-LINE
                   ELSE
                       DISPLAY "Number of grade entries: "
                           LINE SCREEN-LINE COLUMN SCREEN-COLUMN
                       ACCEPT WS-STUDENT-COUNT
                           LINE SCREEN-LINE COLUMN 30
                       END-IF
                       ADD 1 TO SCREEN-LINE

                       DISPLAY "Course code: "
                           LINE SCREEN-LINE COLUMN SCREEN-COLUMN
                       MOVE "N" TO WS-COURSE-OK-SW
                       PERFORM UNTIL WS-COURSE-OK
                           MOVE SPACES TO WS-STUDENT-COURSE
                           ACCEPT WS-STUDENT-COURSE
                               LINE SCREEN-LINE COLUMN 25
                           PERFORM RESOLVE-COURSE-UNITS
                           IF NOT WS-COURSE-OK
                               DISPLAY "Not in course catalog"
                                   LINE SCREEN-LINE COLUMN 40
                           END-IF
                       END-PERFORM
                       ADD 1 TO SCREEN-LINE

                       MOVE SPACES TO WS-MARK-PRELIM WS-MARK-MIDTERM
                                      WS-MARK-FINAL
                       MOVE "N" TO WS-DEFER-SW
                                    WS-HIST-FAILED-STR,
                                    WS-HIST-AVERAGE-STR
                           END-UNSTRING
                           IF WS-HIST-TERM-STR NOT = WS-TERM-CODE
                               PERFORM SAVE-PRIOR-TERM-ROW
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-HIST-EOF-SW
               CLOSE GSYS-HIST
           END-IF.

       SAVE-PRIOR-TERM-ROW.
           MOVE WS-HIST-TERM-STR TO WS-PRIOR-TERM-CODE.
           MOVE FUNCTION NUMVAL(WS-HIST-STUDENTS-STR)
               TO WS-PRIOR-STUDENTS.
           MOVE FUNCTION NUMVAL(WS-HIST-PASSED-STR) TO WS-PRIOR-PASSED.
           MOVE FUNCTION NUMVAL(WS-HIST-FAILED-STR) TO WS-PRIOR-FAILED.
           MOVE FUNCTION NUMVAL(WS-HIST-AVERAGE-STR)
               TO WS-PRIOR-AVERAGE.
           SET WS-PRIOR-FOUND TO TRUE.

       WRITE-TERM-REPORT.
           OPEN OUTPUT GSYSTEM-OUT.
           OPEN OUTPUT GSYS-CSV.
           PERFORM WRITE-HEADERS.
           PERFORM WRITE-CSV-HEADER.
           PERFORM WRITE-DETAIL-LINES.
           PERFORM WRITE-TOTAL-LINE.
           PERFORM WRITE-CSV-TOTAL-LINE.
           PERFORM WRITE-TREND-LINE.
           PERFORM WRITE-GWA-BLOCK.
           PERFORM WRITE-HONOR-ROLL.
           PERFORM WRITE-STATISTICS-BLOCK.
           PERFORM WRITE-DEFERRED-BLOCK.
           CLOSE GSYSTEM-OUT.
           CLOSE GSYS-CSV.

       WRITE-HEADERS.
           WRITE PRINT-REC FROM HEADER1.
           WRITE PRINT-REC FROM HEADER2.

       SORT-WORK-DETAILS.
           SORT GSYS-SORTWK
               ON ASCENDING KEY SR-YEAR-SUB, SR-SECTION, SR-ID,
                                SR-COURSE
               WITH DUPLICATES IN ORDER
               USING GSYS-WORK GIVING GSYS-SRT1.

       BUILD-GWA-TABLE.
           SORT GSYS-SORTWK
               ON ASCENDING KEY SR-ID, SR-COURSE
               WITH DUPLICATES IN ORDER
               USING GSYS-WORK GIVING GSYS-SRT2.
           MOVE 0 TO WS-GWA-COUNT.
           OPEN INPUT GSYS-SRT2.
           PERFORM UNTIL WS-SRT-EOF
               READ GSYS-SRT2 INTO WORK-DETAIL-REC
                   AT END
                       SET WS-SRT-EOF TO TRUE
                   NOT AT END
                       PERFORM TALLY-GWA-RECORD
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SRT-EOF-SW.
           CLOSE GSYS-SRT2.
           PERFORM VARYING WS-GWA-SUB FROM 1 BY 1
                   UNTIL WS-GWA-SUB > WS-GWA-COUNT
               IF GWA-UNITS(WS-GWA-SUB) > 0
                   COMPUTE GWA-AVG(WS-GWA-SUB) ROUNDED =
                           GWA-WEIGHTED(WS-GWA-SUB)
                           / GWA-UNITS(WS-GWA-SUB)
               ELSE
                   MOVE 0 TO GWA-AVG(WS-GWA-SUB)
               END-IF
           END-PERFORM.

       TALLY-GWA-RECORD.
           IF WS-GWA-COUNT = 0 OR GWA-ID(WS-GWA-COUNT) NOT = WD-ID
               IF WS-GWA-COUNT >= 5000
                   DISPLAY "GWA table full - student not rated: "
                       WD-ID
               ELSE
                   ADD 1 TO WS-GWA-COUNT
                   MOVE WD-ID TO GWA-ID(WS-GWA-COUNT)
                   MOVE WD-NAME TO GWA-NAME(WS-GWA-COUNT)
                   MOVE WD-YEAR-SUB TO GWA-YEAR-SUB(WS-GWA-COUNT)
                   MOVE WD-SECTION TO GWA-SECTION(WS-GWA-COUNT)
                   MOVE 0 TO GWA-SUBJECTS(WS-GWA-COUNT)
                             GWA-UNITS(WS-GWA-COUNT)
                             GWA-WEIGHTED(WS-GWA-COUNT)
                             GWA-AVG(WS-GWA-COUNT)
                             GWA-FAILED(WS-GWA-COUNT)
                             GWA-LAPSED(WS-GWA-COUNT)
                             GWA-ABSENT(WS-GWA-COUNT)
                             GWA-DEFERRED(WS-GWA-COUNT)
                   MOVE SPACES TO GWA-DEFER-STATUS(WS-GWA-COUNT)
               END-IF
           END-IF.
           IF GWA-ID(WS-GWA-COUNT) = WD-ID
               ADD 1 TO GWA-SUBJECTS(WS-GWA-COUNT)
               IF WD-STATUS = "PASS" OR WD-STATUS = "FAIL"
                       OR WD-STATUS = "LAPS" OR WD-STATUS = "FA"
                   ADD WD-UNITS TO GWA-UNITS(WS-GWA-COUNT)
                   COMPUTE GWA-WEIGHTED(WS-GWA-COUNT) =
                           GWA-WEIGHTED(WS-GWA-COUNT)
                           + WD-AVG * WD-UNITS
                   IF WD-STATUS = "FAIL" OR WD-STATUS = "FA"
                       ADD 1 TO GWA-FAILED(WS-GWA-COUNT)
                   END-IF
                   IF WD-STATUS = "FA"
                       ADD 1 TO GWA-ABSENT(WS-GWA-COUNT)
                   END-IF
                   IF WD-STATUS = "LAPS"
                       ADD 1 TO GWA-LAPSED(WS-GWA-COUNT)
                   END-IF
               ELSE
                   ADD 1 TO GWA-DEFERRED(WS-GWA-COUNT)
                   IF GWA-DEFER-STATUS(WS-GWA-COUNT) = SPACES
                       MOVE WD-STATUS
                           TO GWA-DEFER-STATUS(WS-GWA-COUNT)
                   END-IF
               END-IF
           END-IF.

       FIND-GWA-ENTRY.
           MOVE "N" TO WS-GWA-FOUND-SW.
           PERFORM VARYING WS-GWA-SUB FROM 1 BY 1
                   UNTIL WS-GWA-SUB > WS-GWA-COUNT
                      OR WS-GWA-FOUND
               IF GWA-ID(WS-GWA-SUB) = WS-GWA-LOOKUP
                   SET WS-GWA-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-GWA-FOUND
               SUBTRACT 1 FROM WS-GWA-SUB
           END-IF.

       WRITE-DETAIL-LINES.
           PERFORM VARYING Y-SUB FROM 1 BY 1 UNTIL Y-SUB > WS-YEAR-COUNT
               IF STUDENTS(Y-SUB) > 0
                       IF WD-YEAR-SUB = Y-SUB
                               AND (WD-STATUS = "PASS"
                               OR WD-STATUS = "FAIL"
                               OR WD-STATUS = "LAPS"
                               OR WD-STATUS = "FA")
                           PERFORM WRITE-ONE-STUDENT-LINE
                       END-IF
               END-READ
           MOVE WD-ID TO SD-ID-OUT.
           MOVE WD-NAME TO SD-NAME-OUT.
           MOVE WD-SECTION TO SD-SECTION-OUT.
           MOVE WD-COURSE TO SD-COURSE-OUT.
           MOVE WD-UNITS TO WS-CARD-UNITS-EDIT.
           MOVE WD-PRELIM TO SD-PRELIM-OUT.
           MOVE WD-MIDTERM TO SD-MIDTERM-OUT.
           MOVE WD-FINAL TO SD-FINAL-OUT.
                       IF WD-YEAR-SUB = Y-SUB
                               AND (WD-STATUS = "PASS"
                               OR WD-STATUS = "FAIL"
                               OR WD-STATUS = "LAPS"
                               OR WD-STATUS = "FA")
                           PERFORM TALLY-SECTION-TOTAL
                       END-IF
               END-READ
           MOVE SPACES TO WS-CSV-LINE.
           STRING "Type,Year Level,Section,Student ID,"
                   "Student Name,Students,Prelim,Midterm,Final,"
                   "Average,Passed,Failed,Status,Points,Course,Units"
               DELIMITED BY SIZE
               INTO WS-CSV-LINE
           END-STRING.
                   FUNCTION TRIM(PASSED-OUT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(FAILED-OUT) DELIMITED BY SIZE
                   ",,,," DELIMITED BY SIZE
               INTO WS-CSV-LINE
           END-STRING.
           MOVE WS-CSV-LINE TO GSYS-CSV-REC.
                   FUNCTION TRIM(SEC-PASSED-OUT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(SEC-FAILED-OUT) DELIMITED BY SIZE
                   ",,,," DELIMITED BY SIZE
               INTO WS-CSV-LINE
           END-STRING.
           MOVE WS-CSV-LINE TO GSYS-CSV-REC.
                   FUNCTION TRIM(SD-STATUS-OUT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CARD-POINT-EDIT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(SD-COURSE-OUT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CARD-UNITS-EDIT) DELIMITED BY SIZE
               INTO WS-CSV-LINE
           END-STRING.
           MOVE WS-CSV-LINE TO GSYS-CSV-REC.
                   FUNCTION TRIM(TOT-PASSED) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(TOT-FAILED) DELIMITED BY SIZE
                   ",,,," DELIMITED BY SIZE
               INTO WS-CSV-LINE
           END-STRING.
           MOVE WS-CSV-LINE TO GSYS-CSV-REC.
               WRITE PRINT-REC FROM TREND-NONE-LINE AFTER 1 LINE
           END-IF.

       WRITE-GWA-BLOCK.
           WRITE PRINT-REC FROM GWA-TITLE-LINE AFTER 2 LINES.
           WRITE PRINT-REC FROM GWA-COL-HEADER AFTER 1 LINE.
           IF WS-GWA-COUNT = 0
               WRITE PRINT-REC FROM GWA-NONE-LINE AFTER 1 LINE
           END-IF.
           PERFORM VARYING WS-GWA-SUB FROM 1 BY 1
                   UNTIL WS-GWA-SUB > WS-GWA-COUNT
               PERFORM WRITE-ONE-GWA-LINE
           END-PERFORM.

       WRITE-ONE-GWA-LINE.
           MOVE GWA-ID(WS-GWA-SUB) TO GWA-ID-OUT.
           MOVE GWA-NAME(WS-GWA-SUB) TO GWA-NAME-OUT.
           MOVE YEAR-NAME(GWA-YEAR-SUB(WS-GWA-SUB)) TO GWA-YEAR-OUT.
           MOVE GWA-SECTION(WS-GWA-SUB) TO GWA-SECTION-OUT.
           MOVE GWA-SUBJECTS(WS-GWA-SUB) TO GWA-SUBJECTS-OUT.
           MOVE GWA-UNITS(WS-GWA-SUB) TO GWA-UNITS-LINE-OUT.
           IF GWA-UNITS(WS-GWA-SUB) > 0
               MOVE GWA-AVG(WS-GWA-SUB) TO WS-GWA-OUT
               MOVE WS-GWA-OUT TO GWA-AVG-LINE-OUT
           ELSE
               MOVE "N/A" TO GWA-AVG-LINE-OUT
           END-IF.
           WRITE PRINT-REC FROM DISPLAY-GWA-LINE AFTER 1 LINE.
           MOVE SPACES TO WS-CSV-LINE.
           STRING "GWA," DELIMITED BY SIZE
                   FUNCTION TRIM(GWA-YEAR-OUT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(GWA-SECTION-OUT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(GWA-ID-OUT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(GWA-NAME-OUT) DELIMITED BY SIZE
                   ",,,,," DELIMITED BY SIZE
                   FUNCTION TRIM(GWA-AVG-LINE-OUT) DELIMITED BY SIZE
                   ",,,,,," DELIMITED BY SIZE
                   FUNCTION TRIM(GWA-UNITS-LINE-OUT) DELIMITED BY SIZE
               INTO WS-CSV-LINE
           END-STRING.
           MOVE WS-CSV-LINE TO GSYS-CSV-REC.
           WRITE GSYS-CSV-REC.

       WRITE-HONOR-ROLL.
           WRITE PRINT-REC FROM HONOR-ROLL-TITLE AFTER 2 LINES.
           MOVE "President's Lister (GWA 95 and above)"
               TO HONOR-TIER-OUT.
           WRITE PRINT-REC FROM HONOR-ROLL-TIER-HEADING AFTER 1 LINE.
           SET WS-HONOR-PRESIDENT TO TRUE.
           PERFORM WRITE-HONOR-TIER-LINES.

           MOVE "Dean's Lister (GWA 90 to 94)" TO HONOR-TIER-OUT.
           WRITE PRINT-REC FROM HONOR-ROLL-TIER-HEADING AFTER 2 LINES.
           SET WS-HONOR-DEAN TO TRUE.
           PERFORM WRITE-HONOR-TIER-LINES.

       WRITE-HONOR-TIER-LINES.
           MOVE 0 TO WS-HONOR-COUNT.
           PERFORM VARYING WS-GWA-SUB FROM 1 BY 1
                   UNTIL WS-GWA-SUB > WS-GWA-COUNT
               IF GWA-UNITS(WS-GWA-SUB) > 0
                   AND GWA-ABSENT(WS-GWA-SUB) = 0
                   AND ((WS-HONOR-PRESIDENT
                           AND GWA-AVG(WS-GWA-SUB) >= 95.00)
                       OR (WS-HONOR-DEAN
                           AND GWA-AVG(WS-GWA-SUB) >= 90.00
                           AND GWA-AVG(WS-GWA-SUB) < 95.00))
                   MOVE GWA-ID(WS-GWA-SUB) TO HONOR-ID-OUT
                   MOVE GWA-NAME(WS-GWA-SUB) TO HONOR-NAME-OUT
                   MOVE YEAR-NAME(GWA-YEAR-SUB(WS-GWA-SUB))
                       TO HONOR-YEAR-OUT
                   MOVE GWA-SECTION(WS-GWA-SUB) TO HONOR-SECTION-OUT
                   MOVE GWA-AVG(WS-GWA-SUB) TO HONOR-AVG-OUT
                   WRITE PRINT-REC FROM DISPLAY-HONOR-LINE
                       AFTER 1 LINE
                   ADD 1 TO WS-HONOR-COUNT
               END-IF
           END-PERFORM.
           IF WS-HONOR-COUNT = 0
               WRITE PRINT-REC FROM HONOR-ROLL-NONE-LINE AFTER 1 LINE
           END-IF.

       WRITE-REPORT-CARDS.
           SORT GSYS-SORTWK
               ON ASCENDING KEY SR-YEAR-SUB, SR-ID, SR-COURSE
               WITH DUPLICATES IN ORDER
               USING GSYS-WORK GIVING GSYS-SRT2.
           OPEN OUTPUT GSYS-CARDS.
           MOVE 0 TO WS-CARD-COUNT.
           MOVE "N" TO WS-CARD-OPEN-SW.
           OPEN INPUT GSYS-SRT2.
           PERFORM UNTIL WS-SRT-EOF
               READ GSYS-SRT2 INTO WORK-DETAIL-REC
                   AT END
                       SET WS-SRT-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-REPORT-CARD-SUBJECT
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SRT-EOF-SW.
           CLOSE GSYS-SRT2.
           IF WS-CARD-OPEN
               PERFORM CLOSE-ONE-REPORT-CARD
           END-IF.
           CLOSE GSYS-CARDS.
           DISPLAY "Report cards written: " WS-CARD-COUNT.

       ADD-REPORT-CARD-SUBJECT.
           IF WS-CARD-OPEN AND WD-ID NOT = WS-CARD-CURR-ID
               PERFORM CLOSE-ONE-REPORT-CARD
           END-IF.
           IF NOT WS-CARD-OPEN
               PERFORM START-ONE-REPORT-CARD
           END-IF.
           PERFORM WRITE-CARD-SUBJECT-LINE.

       START-ONE-REPORT-CARD.
           SET WS-CARD-OPEN TO TRUE.
           MOVE WD-ID TO WS-CARD-CURR-ID.
           MOVE WD-ID TO WS-GWA-LOOKUP.
           PERFORM FIND-GWA-ENTRY.
           WRITE GSYS-CARDS-REC FROM CARD-RULE-LINE.
           ADD 1 TO WS-CARD-COUNT.
           WRITE GSYS-CARDS-REC FROM CARD-SCHOOL-LINE-1.
           MOVE WD-SECTION TO CARD-VALUE-OUT.
           WRITE GSYS-CARDS-REC FROM CARD-TEXT-LINE.
           WRITE GSYS-CARDS-REC FROM CARD-DASH-LINE.
           WRITE GSYS-CARDS-REC FROM CARD-SUBJECT-HEADING.
           MOVE 12 TO WS-CARD-LINE-COUNT.

       WRITE-CARD-SUBJECT-LINE.
           MOVE WD-COURSE TO CARD-COURSE-OUT.
           MOVE WD-COURSE TO WS-COURSE-LOOKUP.
           PERFORM FIND-COURSE-ENTRY.
           IF WS-COURSE-FOUND
               MOVE CRS-TITLE(WS-COURSE-SUB) TO CARD-CTITLE-OUT
           ELSE
               MOVE SPACES TO CARD-CTITLE-OUT
           END-IF.
           MOVE WD-UNITS TO CARD-UNITS-OUT.
           IF WD-PRELIM-MARK NOT = SPACES
               MOVE WD-PRELIM-MARK TO CARD-PRELIM-OUT
           ELSE
               MOVE WD-PRELIM TO WS-CARD-EDIT
               MOVE WS-CARD-EDIT TO CARD-PRELIM-OUT
           END-IF.
           IF WD-MIDTERM-MARK NOT = SPACES
               MOVE WD-MIDTERM-MARK TO CARD-MIDTERM-OUT
           ELSE
               MOVE WD-MIDTERM TO WS-CARD-EDIT
               MOVE WS-CARD-EDIT TO CARD-MIDTERM-OUT
           END-IF.
           IF WD-FINAL-MARK NOT = SPACES
               MOVE WD-FINAL-MARK TO CARD-FINAL-OUT
           ELSE
               MOVE WD-FINAL TO WS-CARD-EDIT
               MOVE WS-CARD-EDIT TO CARD-FINAL-OUT
           END-IF.
           IF WD-STATUS = "PASS"
                   OR WD-STATUS = "FAIL"
                   OR WD-STATUS = "LAPS"
                   OR WD-STATUS = "FA"
               MOVE WD-AVG TO WS-CARD-EDIT
               MOVE WS-CARD-EDIT TO CARD-AVG-OUT
           ELSE
               MOVE "N/A" TO CARD-AVG-OUT
           END-IF.
           MOVE WD-STATUS TO CARD-STATUS-OUT.
           WRITE GSYS-CARDS-REC FROM CARD-SUBJECT-LINE.
           ADD 1 TO WS-CARD-LINE-COUNT.

       CLOSE-ONE-REPORT-CARD.
           WRITE GSYS-CARDS-REC FROM CARD-DASH-LINE.
           MOVE "PERIOD WEIGHTS" TO CARD-LABEL-OUT.
           MOVE SPACES TO CARD-VALUE-OUT.
           STRING WS-WEIGHT-PRELIM DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-WEIGHT-MIDTERM DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-WEIGHT-FINAL DELIMITED BY SIZE
               INTO CARD-VALUE-OUT
           END-STRING.
           WRITE GSYS-CARDS-REC FROM CARD-TEXT-LINE.
           IF WS-GWA-FOUND AND GWA-UNITS(WS-GWA-SUB) > 0
               MOVE "UNITS CREDITED" TO CARD-LABEL-OUT
               MOVE GWA-UNITS(WS-GWA-SUB) TO WS-CARD-UNITS-EDIT
               MOVE WS-CARD-UNITS-EDIT TO CARD-VALUE-OUT
               WRITE GSYS-CARDS-REC FROM CARD-TEXT-LINE
               MOVE "GEN WEIGHTED AVG" TO CARD-LABEL-OUT
               MOVE GWA-AVG(WS-GWA-SUB) TO WS-CARD-EDIT
               MOVE WS-CARD-EDIT TO CARD-VALUE-OUT
               WRITE GSYS-CARDS-REC FROM CARD-TEXT-LINE
               MOVE "GRADE POINT" TO CARD-LABEL-OUT
               MOVE GWA-AVG(WS-GWA-SUB) TO WS-GRADE-FIELDS-AVG
               PERFORM COMPUTE-POINT-EQUIVALENT
               MOVE WS-GRADE-FIELDS-POINTS TO WS-CARD-POINT-EDIT
               MOVE WS-CARD-POINT-EDIT TO CARD-VALUE-OUT
               WRITE GSYS-CARDS-REC FROM CARD-TEXT-LINE
           ELSE
               MOVE "UNITS CREDITED" TO CARD-LABEL-OUT
               MOVE "N/A" TO CARD-VALUE-OUT
               WRITE GSYS-CARDS-REC FROM CARD-TEXT-LINE
               MOVE "GEN WEIGHTED AVG" TO CARD-LABEL-OUT
               WRITE GSYS-CARDS-REC FROM CARD-TEXT-LINE
               MOVE "GRADE POINT" TO CARD-LABEL-OUT
               WRITE GSYS-CARDS-REC FROM CARD-TEXT-LINE
           END-IF.
           MOVE "STANDING" TO CARD-LABEL-OUT.
           EVALUATE TRUE
               WHEN NOT WS-GWA-FOUND
                   MOVE "N/A" TO CARD-VALUE-OUT
               WHEN GWA-ABSENT(WS-GWA-SUB) > 0
                   MOVE "FAILED - ABSENCES" TO CARD-VALUE-OUT
               WHEN GWA-FAILED(WS-GWA-SUB) > 0
                       OR GWA-LAPSED(WS-GWA-SUB) > 0
                   MOVE "WITH FAILING GRADE" TO CARD-VALUE-OUT
               WHEN GWA-DEFERRED(WS-GWA-SUB) > 0
                   MOVE "WITH DEFERRED GRADE" TO CARD-VALUE-OUT
               WHEN OTHER
                   MOVE "ALL SUBJECTS PASSED" TO CARD-VALUE-OUT
           END-EVALUATE.
           WRITE GSYS-CARDS-REC FROM CARD-TEXT-LINE.
           MOVE "HONOR" TO CARD-LABEL-OUT.
           MOVE "NONE" TO CARD-VALUE-OUT.
           IF WS-GWA-FOUND AND GWA-UNITS(WS-GWA-SUB) > 0
                   AND GWA-ABSENT(WS-GWA-SUB) = 0
               IF GWA-AVG(WS-GWA-SUB) >= 95.00
                   MOVE "PRESIDENT'S LISTER" TO CARD-VALUE-OUT
               ELSE
                   IF GWA-AVG(WS-GWA-SUB) >= 90.00
                       MOVE "DEAN'S LISTER" TO CARD-VALUE-OUT
                   END-IF
               END-IF
           END-IF.
           WRITE GSYS-CARDS-REC FROM CARD-TEXT-LINE.
           WRITE GSYS-CARDS-REC FROM CARD-RULE-LINE.
           ADD 8 TO WS-CARD-LINE-COUNT.
           MOVE SPACES TO GSYS-CARDS-REC.
           ADD 1 TO WS-CARD-LINE-COUNT GIVING WS-CARD-PAD-SUB.
           PERFORM VARYING WS-CARD-PAD-SUB FROM WS-CARD-PAD-SUB BY 1
                   UNTIL WS-CARD-PAD-SUB > 66
               WRITE GSYS-CARDS-REC
           END-PERFORM.
           MOVE "N" TO WS-CARD-OPEN-SW.

       LOAD-STUDENT-HISTORY.
           OPEN INPUT GSYS-RISKTH.
           MOVE "N" TO WS-HIST-REL-SW.
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
           IF WS-SHIST-TERM-STR < WS-TERM-CODE
                   AND WS-SHIST-ID-STR NOT = SPACES
                   MOVE WS-SHIST-TERM-STR TO HS-TERM
                   MOVE FUNCTION NUMVAL(WS-SHIST-AVG-STR) TO HS-AVG
                   MOVE WS-SHIST-STATUS-STR TO HS-STATUS
                   MOVE FUNCTION TEST-NUMVAL(WS-SHIST-UNITS-STR)
                       TO WS-NUMVAL-RC
                   IF WS-SHIST-UNITS-STR = SPACES
                           OR WS-NUMVAL-RC NOT = 0
                       MOVE WS-DEFAULT-UNITS TO HS-UNITS
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-SHIST-UNITS-STR)
                           TO HS-UNITS
                   END-IF
                   MOVE "Y" TO WS-HIST-REL-SW
               END-IF
           END-IF.

       WRITE-RETENTION-REPORT.
           OPEN OUTPUT GSYS-RISK.
           WRITE GSYS-RISK-REC FROM RISK-HEADER-1.
           MOVE WS-TERM-CODE TO RISK-TERM-OUT.
           MOVE SPACES TO GSYS-RISK-REC.
           WRITE GSYS-RISK-REC.
           MOVE 0 TO WS-RISK-COUNT.
           IF WS-HIST-AVAIL
               OPEN INPUT GSYS-HSRT
               PERFORM READ-NEXT-HSRT
           ELSE
               SET WS-HSRT-EOF TO TRUE
           END-IF.
           PERFORM VARYING WS-GWA-SUB FROM 1 BY 1
                   UNTIL WS-GWA-SUB > WS-GWA-COUNT
               PERFORM CHECK-STUDENT-AT-RISK
           END-PERFORM.
           IF WS-HIST-AVAIL
               CLOSE GSYS-HSRT
           END-IF.

       CHECK-STUDENT-AT-RISK.
           MOVE "N" TO WS-RISKP-FOUND-SW.
           MOVE SPACES TO WS-RISKP-TERM WS-RISKP-STATUS.
           PERFORM UNTIL WS-HSRT-EOF OR WH-ID > GWA-ID(WS-GWA-SUB)
               IF WH-ID = GWA-ID(WS-GWA-SUB)
                   PERFORM TALLY-PRIOR-TERM-ROW
               END-IF
               PERFORM READ-NEXT-HSRT
           END-PERFORM.
           IF WS-RISKP-FOUND AND WS-RISKP-UNITS > 0
               COMPUTE WS-RISKP-AVG ROUNDED =
                       WS-RISKP-WEIGHTED / WS-RISKP-UNITS
           ELSE
               MOVE "N" TO WS-RISKP-FOUND-SW
           END-IF.
           IF WS-RISKP-FOUND
               MOVE WS-RISKP-TERM TO RISK-PRIOR-TERM-OUT
               MOVE WS-RISKP-AVG TO RISK-PRIOR-AVG-OUT
               MOVE SPACES TO RISK-PRIOR-TERM-OUT
               MOVE 0 TO RISK-PRIOR-AVG-OUT
           END-IF.
           IF GWA-LAPSED(WS-GWA-SUB) > 0
               MOVE "LAPSED INCOMPLETE" TO RISK-REASON-OUT
               PERFORM WRITE-RISK-LINE
           ELSE
               IF GWA-FAILED(WS-GWA-SUB) > 0
                   IF WS-RISKP-FOUND AND WS-RISKP-STATUS = "FAIL"
                       MOVE "FAILED 2 CONSECUTIVE" TO RISK-REASON-OUT
                   ELSE
                       MOVE "FAILED THIS TERM" TO RISK-REASON-OUT
                   END-IF
                   PERFORM WRITE-RISK-LINE
               END-IF
           END-IF.
           IF GWA-UNITS(WS-GWA-SUB) > 0 AND WS-RISKP-FOUND
               COMPUTE WS-RISK-DROP =
                       WS-RISKP-AVG - GWA-AVG(WS-GWA-SUB)
               IF WS-RISK-DROP > WS-RISK-THRESHOLD
                   MOVE "AVERAGE DROP OVER LIMIT" TO RISK-REASON-OUT
                   PERFORM WRITE-RISK-LINE
               END-IF
           END-IF.

       TALLY-PRIOR-TERM-ROW.
           IF NOT WS-RISKP-FOUND OR WH-TERM NOT = WS-RISKP-TERM
               SET WS-RISKP-FOUND TO TRUE
               MOVE WH-TERM TO WS-RISKP-TERM
               MOVE SPACES TO WS-RISKP-STATUS
               MOVE 0 TO WS-RISKP-UNITS WS-RISKP-WEIGHTED
           END-IF.
           IF WH-STATUS = "PASS" OR WH-STATUS = "FAIL"
                   OR WH-STATUS = "LAPS" OR WH-STATUS = "FA"
               ADD WH-UNITS TO WS-RISKP-UNITS
               COMPUTE WS-RISKP-WEIGHTED =
                       WS-RISKP-WEIGHTED + WH-AVG * WH-UNITS
               IF WH-STATUS = "FAIL" OR WH-STATUS = "LAPS"
                       OR WH-STATUS = "FA"
                   MOVE "FAIL" TO WS-RISKP-STATUS
               END-IF
           END-IF.

       WRITE-RISK-LINE.
           MOVE GWA-ID(WS-GWA-SUB) TO RISK-ID-OUT.
           MOVE GWA-NAME(WS-GWA-SUB) TO RISK-NAME-OUT.
           MOVE YEAR-NAME(GWA-YEAR-SUB(WS-GWA-SUB)) TO RISK-YEAR-OUT.
           MOVE GWA-SECTION(WS-GWA-SUB) TO RISK-SECTION-OUT.
           MOVE GWA-AVG(WS-GWA-SUB) TO RISK-AVG-OUT.
           WRITE GSYS-RISK-REC FROM DISPLAY-RISK-LINE.
           ADD 1 TO WS-RISK-COUNT.

       APPEND-STUDENT-HISTORY.
           PERFORM REMOVE-POSTED-SHIST-ROWS.
           OPEN EXTEND GSYS-SHIST.
           IF WS-SHIST-FILE-STATUS NOT = "00"
                   AND WS-SHIST-FILE-STATUS NOT = "05"

       APPEND-ONE-STUDENT-HISTORY.
           MOVE WD-AVG TO WS-SHIST-AVG-OUT.
           MOVE WD-UNITS TO WS-SHIST-UNITS-OUT.
           MOVE SPACES TO GSYS-SHIST-REC.
           STRING FUNCTION TRIM(WS-TERM-CODE) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SHIST-AVG-OUT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WD-STATUS) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WD-COURSE) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-SHIST-UNITS-OUT DELIMITED BY SIZE
               INTO GSYS-SHIST-REC
           END-STRING.
           WRITE GSYS-SHIST-REC.
                       SET WS-SRT-EOF TO TRUE
                   NOT AT END
                       IF WD-STATUS = "PASS" OR WD-STATUS = "FAIL"
                               OR WD-STATUS = "LAPS" OR WD-STATUS = "FA"
                           PERFORM TALLY-GROUP-STAT
                       END-IF
               END-READ
               MOVE 100 TO SG-LOW
           END-IF.
           ADD 1 TO SG-COUNT.
           IF WD-STATUS = "FA"
               ADD 1 TO SG-ABSENT
           END-IF.
           MOVE WD-AVG TO WS-STAT-TEMP.
           ADD WS-STAT-TEMP TO SG-SUM.
           COMPUTE SG-SUMSQ = SG-SUMSQ
                       SET WS-SRT-EOF TO TRUE
                   NOT AT END
                       IF WD-STATUS = "PASS" OR WD-STATUS = "FAIL"
                               OR WD-STATUS = "LAPS" OR WD-STATUS = "FA"
                           ADD 1 TO WS-STAT-I
                           IF WS-STAT-I = WS-STAT-M1
                               MOVE WD-AVG TO WS-STAT-V1
           MOVE SG-LOW TO STAT-LOW-OUT.
           MOVE WS-STAT-MEDIAN TO STAT-MEDIAN-OUT.
           MOVE WS-STAT-STDDEV TO STAT-STDDEV-OUT.
           MOVE SG-ABSENT TO STAT-FA-OUT.
           WRITE PRINT-REC FROM STAT-SUMMARY-LINE AFTER 1 LINE.

       WRITE-DEFERRED-BLOCK.
                           IF WD-STATUS NOT = "PASS"
                                   AND WD-STATUS NOT = "FAIL"
                                   AND WD-STATUS NOT = "LAPS"
                                   AND WD-STATUS NOT = "FA"
                               PERFORM WRITE-DEFERRED-LINE
                           END-IF
                   END-READ
           MOVE YEAR-NAME(WD-YEAR-SUB)
               TO DEFER-YEAR-OUT.
           MOVE WD-SECTION TO DEFER-SECTION-OUT.
           MOVE WD-COURSE TO DEFER-COURSE-OUT.
           MOVE WD-UNITS TO WS-CARD-UNITS-EDIT.
           IF WD-PRELIM-MARK NOT = SPACES
               MOVE WD-PRELIM-MARK TO DEFER-PRELIM-OUT
           ELSE
                   ",,,," DELIMITED BY SIZE
                   FUNCTION TRIM(WD-STATUS)
                       DELIMITED BY SIZE
                   ",," DELIMITED BY SIZE
                   FUNCTION TRIM(WD-COURSE) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CARD-UNITS-EDIT) DELIMITED BY SIZE
               INTO WS-CSV-LINE
           END-STRING.
           MOVE WS-CSV-LINE TO GSYS-CSV-REC.
           WRITE GSYS-CSV-REC.

       APPEND-TERM-HISTORY.
           PERFORM REPLACE-POSTED-HIST-ROWS.
           IF WS-HIST-REPLACED = 0
               OPEN EXTEND GSYS-HIST
               IF WS-HIST-FILE-STATUS NOT = "00"
                   OPEN OUTPUT GSYS-HIST
               END-IF
               PERFORM BUILD-TERM-HIST-ROW
               WRITE GSYS-HIST-REC
               CLOSE GSYS-HIST
           END-IF.

       BUILD-TERM-HIST-ROW.
           MOVE SPACES TO GSYS-HIST-REC.
           MOVE WS-GRAND-AVERAGE TO WS-GRAND-AVERAGE-OUT.
           STRING FUNCTION TRIM(WS-TERM-CODE) DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRAND-AVERAGE-OUT) DELIMITED BY SIZE
               INTO GSYS-HIST-REC
           END-STRING.

       REPLACE-POSTED-HIST-ROWS.
           MOVE 0 TO WS-HIST-REPLACED.
           OPEN INPUT GSYS-HIST.
           IF WS-HIST-FILE-STATUS = "00"
               OPEN OUTPUT GSYS-HISTW
               PERFORM UNTIL WS-HIST-EOF
                   READ GSYS-HIST INTO GSYS-HIST-REC
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-HIST-TERM-STR
                           UNSTRING GSYS-HIST-REC DELIMITED BY ","
                               INTO WS-HIST-TERM-STR
                           END-UNSTRING
                           IF WS-HIST-TERM-STR = WS-TERM-CODE
                               ADD 1 TO WS-HIST-REPLACED
                               IF WS-HIST-REPLACED = 1
                                   PERFORM BUILD-TERM-HIST-ROW
                                   WRITE GSYS-HISTW-REC
                                       FROM GSYS-HIST-REC
                               END-IF
                           ELSE
                               WRITE GSYS-HISTW-REC FROM GSYS-HIST-REC
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-HIST-EOF-SW
               CLOSE GSYS-HISTW
           END-IF.
           CLOSE GSYS-HIST.
           IF WS-HIST-REPLACED > 0
               DISPLAY "Term already posted to GSYS-HIST.DAT - "
                   WS-HIST-REPLACED " row(s) replaced."
               OPEN INPUT GSYS-HISTW
               OPEN OUTPUT GSYS-HIST
               PERFORM UNTIL WS-HISTW-EOF
                   READ GSYS-HISTW INTO GSYS-HIST-REC
                       AT END
                           SET WS-HISTW-EOF TO TRUE
                       NOT AT END
                           WRITE GSYS-HIST-REC
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-HISTW-EOF-SW
               CLOSE GSYS-HISTW
               CLOSE GSYS-HIST
           END-IF.

       REMOVE-POSTED-SHIST-ROWS.
           MOVE 0 TO WS-HIST-REPLACED.
           OPEN INPUT GSYS-SHIST.
           IF WS-SHIST-FILE-STATUS = "00"
               OPEN OUTPUT GSYS-HISTW
               PERFORM UNTIL WS-SHIST-EOF
                   READ GSYS-SHIST INTO GSYS-SHIST-REC
                       AT END
                           SET WS-SHIST-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-SHIST-TERM-STR
                           UNSTRING GSYS-SHIST-REC DELIMITED BY ","
                               INTO WS-SHIST-TERM-STR
                           END-UNSTRING
                           IF WS-SHIST-TERM-STR = WS-TERM-CODE
                               ADD 1 TO WS-HIST-REPLACED
                           ELSE
                               WRITE GSYS-HISTW-REC
                                   FROM GSYS-SHIST-REC
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-SHIST-EOF-SW
               CLOSE GSYS-HISTW
           END-IF.
           CLOSE GSYS-SHIST.
           IF WS-HIST-REPLACED > 0
               DISPLAY "Term already posted to GSYS-SHIST.DAT - "
                   WS-HIST-REPLACED " row(s) replaced."
               OPEN INPUT GSYS-HISTW
               OPEN OUTPUT GSYS-SHIST
               PERFORM UNTIL WS-HISTW-EOF
                   READ GSYS-HISTW INTO GSYS-SHIST-REC
                       AT END
                           SET WS-HISTW-EOF TO TRUE
                       NOT AT END
                           WRITE GSYS-SHIST-REC
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-HISTW-EOF-SW
               CLOSE GSYS-HISTW
               CLOSE GSYS-SHIST
           END-IF.

       WRITE-PROMOTION-RUN.
           IF NOT WS-ROSTER-LOADED
               WRITE GSYS-PROMO-REC FROM PROMO-HEADER-2
               MOVE SPACES TO GSYS-PROMO-REC
               WRITE GSYS-PROMO-REC
               PERFORM VARYING WS-GWA-SUB FROM 1 BY 1
                       UNTIL WS-GWA-SUB > WS-GWA-COUNT
                   PERFORM PROMOTE-ONE-STUDENT
               END-PERFORM
               PERFORM LIST-UNGRADED-ROSTER
               PERFORM LIST-WALKIN-REVIEW
               MOVE SPACES TO GSYS-PROMO-REC
           END-IF.

       PROMOTE-ONE-STUDENT.
           MOVE GWA-ID(WS-GWA-SUB) TO WS-STUDENT-ID.
           PERFORM FIND-ROSTER-ENTRY.
           IF NOT WS-ROSTER-FOUND
               CONTINUE
           END-IF.

       APPLY-PROMOTION-RULE.
           MOVE GWA-ID(WS-GWA-SUB) TO PROMO-ID-OUT.
           MOVE GWA-NAME(WS-GWA-SUB) TO PROMO-NAME-OUT.
           MOVE YEAR-NAME(GWA-YEAR-SUB(WS-GWA-SUB)) TO PROMO-FROM-OUT.
           MOVE GWA-YEAR-SUB(WS-GWA-SUB) TO WS-PROMO-NEW-YSUB.
           MOVE "RETAINED" TO PROMO-ACTION-OUT.
           EVALUATE TRUE
               WHEN GWA-ABSENT(WS-GWA-SUB) > 0
                   MOVE "FAILED - ABSENCES" TO PROMO-REASON-OUT
                   ADD 1 TO WS-PROMO-RETAINED
               WHEN GWA-FAILED(WS-GWA-SUB) > 0
                   MOVE "FAILED THIS TERM" TO PROMO-REASON-OUT
                   ADD 1 TO WS-PROMO-RETAINED
               WHEN GWA-LAPSED(WS-GWA-SUB) > 0
                   MOVE "LAPSED INCOMPLETE" TO PROMO-REASON-OUT
                   ADD 1 TO WS-PROMO-RETAINED
               WHEN GWA-DEFERRED(WS-GWA-SUB) > 0
                   MOVE SPACES TO PROMO-REASON-OUT
                   STRING "DEFERRED - " DELIMITED BY SIZE
                           GWA-DEFER-STATUS(WS-GWA-SUB)
                               DELIMITED BY SIZE
                       INTO PROMO-REASON-OUT
                   END-STRING
                   ADD 1 TO WS-PROMO-RETAINED
               WHEN OTHER
                   IF GWA-YEAR-SUB(WS-GWA-SUB) < WS-YEAR-COUNT
                       COMPUTE WS-PROMO-NEW-YSUB =
                               GWA-YEAR-SUB(WS-GWA-SUB) + 1
                       MOVE "PASSED" TO PROMO-REASON-OUT
                   ELSE
                       MOVE "PASSED - HIGHEST LEVEL"
                           TO PROMO-REASON-OUT
                   END-IF
                   MOVE "PROMOTED" TO PROMO-ACTION-OUT
                   ADD 1 TO WS-PROMO-PROMOTED
           END-EVALUATE.
           MOVE YEAR-NAME(WS-PROMO-NEW-YSUB) TO PROMO-TO-OUT.
           WRITE GSYS-PROMO-REC FROM DISPLAY-PROMO-LINE.
           MOVE SPACES TO GSYS-NEXTROS-REC.
           STRING GWA-ID(WS-GWA-SUB) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(GWA-NAME(WS-GWA-SUB)) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-PROMO-NEW-YSUB DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(GWA-SECTION(WS-GWA-SUB))
                       DELIMITED BY SIZE
                   ",E" DELIMITED BY SIZE
               INTO GSYS-NEXTROS-REC
           END-STRING.
       WRITE-INSTRUCTOR-REPORT.
           PERFORM LOAD-SECLIST-TABLE.
           SORT GSYS-SORTWK
               ON ASCENDING KEY SR-SECTION, SR-COURSE, SR-ID
               WITH DUPLICATES IN ORDER
               USING GSYS-WORK GIVING GSYS-SRT2.
           OPEN OUTPUT GSYS-INSTR.
           CLOSE GSYS-SECLIST.

       LOAD-SECLIST-ENTRY.
           MOVE SPACES TO WS-SECL-SECTION-STR WS-SECL-INSTR-STR
                          WS-SECL-COUNT-STR WS-SECL-COURSE-STR.
           UNSTRING GSYS-SECLIST-REC DELIMITED BY ","
               INTO WS-SECL-SECTION-STR, WS-SECL-INSTR-STR,
                    WS-SECL-COUNT-STR, WS-SECL-COURSE-STR
           END-UNSTRING.
           IF WS-SECL-SECTION-STR = SPACES
               CONTINUE
                       TO SECL-CODE(WS-SECL-COUNT)
                   MOVE WS-SECL-INSTR-STR
                       TO SECL-INSTR(WS-SECL-COUNT)
                   MOVE WS-SECL-COURSE-STR
                       TO SECL-COURSE(WS-SECL-COUNT)
               END-IF
           END-IF.

           PERFORM UNTIL WS-SECL-SUB > WS-SECL-COUNT
                   OR WS-SECL-FOUND
               IF SECL-CODE(WS-SECL-SUB) = WS-SECL-LOOKUP
                       AND SECL-COURSE(WS-SECL-SUB)
                           = WS-SECL-COURSE-LOOKUP
                   SET WS-SECL-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-SECL-SUB
           END-PERFORM.

       TALLY-INSTR-SECTION.
           IF WS-ISEC-OPEN AND (WD-SECTION NOT = WS-ISEC-SECTION
                   OR WD-COURSE NOT = WS-ISEC-COURSE)
               PERFORM POST-INSTR-SECTION
           END-IF.
           IF NOT WS-ISEC-OPEN
               SET WS-ISEC-OPEN TO TRUE
               MOVE WD-SECTION TO WS-ISEC-SECTION
               MOVE WD-COURSE TO WS-ISEC-COURSE
               MOVE 0 TO WS-ISEC-COUNT WS-ISEC-SUM-AVG WS-ISEC-PASS
                         WS-ISEC-FAIL WS-ISEC-DEFER
           END-IF.
                   ADD WD-AVG TO WS-ISEC-SUM-AVG
               WHEN "FAIL"
               WHEN "LAPS"
               WHEN "FA"
                   ADD 1 TO WS-ISEC-FAIL
                   ADD WD-AVG TO WS-ISEC-SUM-AVG
               WHEN OTHER

       POST-INSTR-SECTION.
           MOVE WS-ISEC-SECTION TO WS-SECL-LOOKUP.
           MOVE WS-ISEC-COURSE TO WS-SECL-COURSE-LOOKUP.
           PERFORM FIND-SECLIST-ENTRY.
           IF NOT WS-SECL-FOUND
               MOVE SPACES TO WS-SECL-COURSE-LOOKUP
               PERFORM FIND-SECLIST-ENTRY
           END-IF.
           IF WS-SECL-FOUND
               MOVE SECL-INSTR(WS-SECL-SUB) TO WS-INSTR-LOOKUP
           ELSE
           MOVE WD-FINAL-MARK TO SIS-D-FINAL-MK.
           MOVE WD-AVG TO SIS-D-AVG.
           MOVE WD-STATUS TO SIS-D-STATUS.
           MOVE WD-COURSE TO SIS-D-COURSE.
           MOVE WD-UNITS TO SIS-D-UNITS.
           WRITE GSYS-SIS-REC FROM SIS-DETAIL-REC.
           ADD 1 TO WS-SIS-COUNT.
           ADD WD-AVG TO WS-SIS-AVG-SUM.
