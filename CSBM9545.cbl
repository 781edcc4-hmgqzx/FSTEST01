      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. CSBM9545.

       COPY XCWWCRHT.

      *****************************************************************
      *  BULK AGENT REASSIGNMENT.                                     *
      *                                                               *
      *  CSBM9536 TELLS DISTRIBUTION WHICH BOOKS ARE ORPHANED; THIS   *
      *  JOB MOVES THEM.  DISTRIBUTION SENDS A REASSIGNMENT FILE      *
      *  (RASRQST), ONE ROW PER MOVE: FROM-AGENT, TO-AGENT AND        *
      *  OPTIONALLY A POLICY.  A ROW WITH NO POLICY MOVES THE         *
      *  FROM-AGENT'S WHOLE IN-FORCE BOOK; A ROW WITH A POLICY MOVES  *
      *  THAT POLICY ONLY AND TAKES PRECEDENCE OVER A WHOLE-BOOK ROW. *
      *                                                               *
      *  EVERY TO-AGENT IS CHECKED AGAINST THE AG AGENT FILE - THE    *
      *  FILE THE ONLINE INQUIRY READS FOR 8435-MOVE-AGT-REC: IT      *
      *  MUST BE THERE AND ACTIVE, AND UNLESS THE ROW CARRIES THE     *
      *  BRANCH OVERRIDE IT MUST BELONG TO THE POLICY'S SERVICING     *
      *  BRANCH.  THE POLICY MASTER IS COPIED OLD TO NEW WITH THE     *
      *  SERVICING AGENT REPLACED ON EACH POLICY MOVED.               *
      *                                                               *
      *  PARM CARD (RASPARM):                                         *
      *    1-8  RUN DATE (BLANK = TODAY)                              *
      *    10   'R' = RESTART FROM THE CHECKPOINT                     *
      *    12   'Y' = OVERRIDE THE SAME-RUN-DATE RERUN GUARD          *
      *                                                               *
      *  INPUTS:  RASPARM  - PARM CARD                                *
      *           RASRQST  - REASSIGNMENT ROWS, ANY ORDER             *
      *           RASAG    - AG AGENT UNLOAD IN AGENT-ID SEQUENCE     *
      *           RASPOLI  - POLICY MASTER, POL-ID SEQUENCE (THE      *
      *                      CSBM9536 AGBPOL LAYOUT)                  *
      *  OUTPUTS: RASPOLO  - NEW POLICY MASTER                        *
      *           RASREG   - REGISTER OF MOVED POLICIES (OLD AND NEW  *
      *                      AGENT, MODAL PREMIUM MOVED) AND A        *
      *                      SUMMARY BY REASSIGNMENT ROW              *
      *           RASEXC   - REJECTED ROWS AND POLICIES, WITH REASON  *
      *           RASCHKPT - CHECKPOINT                               *
      *                                                               *
      *  A POLICY IS MATCHED ON THE SERVICING AGENT IT CAME IN WITH,  *
      *  SO NO POLICY MOVES TWICE IN A RUN (A ROW A-TO-B AND A ROW    *
      *  B-TO-C DO NOT CARRY A'S POLICIES ON TO C).  A COUNT-BASED    *
      *  CHECKPOINT MAKES THE RUN RESTARTABLE THE WAY THE CSBM9531    *
      *  PURGE IS: RESTART-IND 'R' PROVES THE OUTPUTS ON DISK AGAINST *
      *  THE CHECKPOINT, REPLAYS THE POLICIES ALREADY COPIED WITHOUT  *
      *  WRITING THEM AGAIN AND EXTENDS THE OUTPUTS; ANY MISMATCH     *
      *  MEANS A FULL RERUN, WHICH IS SAFE BECAUSE THE OLD MASTER IS  *
      *  NEVER CHANGED.  A SECOND RUN FOR A RUN DATE ALREADY          *
      *  COMPLETED ON THE LEDGER IS REFUSED (RC 16) UNLESS COLUMN 12  *
      *  OF THE PARM CARD HOLDS 'Y', AND A POLICY ROW WHOSE POLICY IS *
      *  ALREADY WITH ITS TO-AGENT IS REPORTED, NOT MOVED.            *
      *                                                               *
      *  EVERY RUN APPENDS ONE RUN-CONTROL RECORD (RECORD COUNTS AND  *
      *  AMOUNT HASH TOTALS) TO THE SHARED RUNLEDG LEDGER, WHICH THE  *
      *  CSBM9541 BALANCING STEP CHECKS BEFORE THE STREAM GOES ON.    *
      *****************************************************************

      /
      **********************
       ENVIRONMENT DIVISION.
      **********************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT RASPARM-FILE   ASSIGN TO RASPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RAS-PARM-STAT.

           SELECT RASRQST-FILE   ASSIGN TO RASRQST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RAS-RQST-STAT.

           SELECT RASAG-FILE     ASSIGN TO RASAG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RAS-AG-STAT.

           SELECT RASPOLI-FILE   ASSIGN TO RASPOLI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RAS-POLI-STAT.

           SELECT RASPOLO-FILE   ASSIGN TO RASPOLO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RAS-POLO-STAT.

           SELECT RASREG-FILE    ASSIGN TO RASREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RAS-REG-STAT.

           SELECT RASEXC-FILE    ASSIGN TO RASEXC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RAS-EXC-STAT.

           SELECT RASCHK-FILE    ASSIGN TO RASCHKPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RAS-CHK-STAT.

           SELECT RASLEDG-FILE   ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RAS-LDG-STAT.

           SELECT RASSORT-FILE   ASSIGN TO SORTWK01.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       FD  RASPARM-FILE
           RECORDING MODE IS F.
       01  RAS-PARM-REC.
           05  RAS-PARM-RUN-DT                 PIC 9(08).
           05  FILLER                          PIC X(01).
           05  RAS-PARM-RSTRT-IND              PIC X(01).
           05  FILLER                          PIC X(01).
           05  RAS-PARM-OVRD-IND               PIC X(01).
           05  FILLER                          PIC X(68).

       FD  RASRQST-FILE
           RECORDING MODE IS F.
       01  RAS-RQST-REC.
           05  RAS-RQST-FROM-AGT-ID            PIC X(10).
           05  RAS-RQST-TO-AGT-ID              PIC X(10).
           05  RAS-RQST-POL-ID                 PIC X(10).
           05  RAS-RQST-BR-OVRD-IND            PIC X(01).
           05  FILLER                          PIC X(49).

       FD  RASAG-FILE
           RECORDING MODE IS F.
       01  RAS-AG-REC.
           05  RAS-AG-AGT-ID                   PIC X(10).
           05  RAS-AG-AGT-STAT-CD              PIC X(01).
               88  RAS-AG-STAT-ACTV            VALUE 'A'.
           05  RAS-AG-AGNCY-BR-ID              PIC X(05).
           05  FILLER                          PIC X(64).

       FD  RASPOLI-FILE
           RECORDING MODE IS F.
       01  RAS-POL-REC.
           05  RAS-POL-ID                      PIC X(10).
           05  RAS-POL-SERV-AGT-ID             PIC X(10).
           05  RAS-POL-INFC-IND                PIC X(01).
               88  RAS-POL-IN-FORCE            VALUE 'Y'.
           05  RAS-POL-PLAN-ID                 PIC X(10).
           05  RAS-POL-CSTAT-CD                PIC X(02).
           05  RAS-POL-MPREM-AMT               PIC S9(13)V9(02).
           05  RAS-POL-OWNR-CLI-ID             PIC X(10).
           05  RAS-POL-SERV-BR-ID              PIC X(05).
           05  FILLER                          PIC X(17).

       FD  RASPOLO-FILE
           RECORDING MODE IS F.
       01  RAS-POLO-REC                        PIC X(80).

       FD  RASREG-FILE
           RECORDING MODE IS F.
       01  RAS-REG-REC                         PIC X(132).

       FD  RASEXC-FILE
           RECORDING MODE IS F.
       01  RAS-EXC-REC.
           05  RAS-EXC-RSN-CD                  PIC X(01).
           05  RAS-EXC-RSN-TXT                 PIC X(40).
           05  RAS-EXC-FROM-AGT-ID             PIC X(10).
           05  RAS-EXC-TO-AGT-ID               PIC X(10).
           05  RAS-EXC-RQST-POL-ID             PIC X(10).
           05  RAS-EXC-BR-OVRD-IND             PIC X(01).
           05  RAS-EXC-POL-ID                  PIC X(10).
           05  RAS-EXC-POL-SERV-BR-ID          PIC X(05).
           05  RAS-EXC-AG-BR-ID                PIC X(05).
           05  RAS-EXC-MPREM-AMT               PIC S9(13)V9(02).
           05  FILLER                          PIC X(13).

       FD  RASCHK-FILE
           RECORDING MODE IS F.
       01  RAS-CHK-REC.
           05  RAS-CHK-REC-CNT                 PIC 9(09).
           05  RAS-CHK-STAT-CD                 PIC X(01).
           05  RAS-CHK-NEW-CNT                 PIC 9(09).
           05  RAS-CHK-REG-CNT                 PIC 9(09).
           05  RAS-CHK-EXC-CNT                 PIC 9(09).
           05  RAS-CHK-RUN-DT                  PIC 9(08).
           05  FILLER                          PIC X(35).

       FD  RASLEDG-FILE
           RECORDING MODE IS F.
       01  RAS-LDG-REC.
           05  RAS-LDG-JOB-ID                  PIC X(08).
           05  RAS-LDG-RUN-DT                  PIC 9(08).
           05  RAS-LDG-STEP-NO                 PIC 9(02).
           05  RAS-LDG-PROC-DT                 PIC X(10).
           05  RAS-LDG-WRIT-DT                 PIC 9(08).
           05  RAS-LDG-WRIT-TIME               PIC 9(08).
           05  RAS-LDG-STAT-CD                 PIC X(01).
           05  RAS-LDG-OVRD-IND                PIC X(01).
           05  RAS-LDG-CTL-T OCCURS 8.
               10  RAS-LDG-CTL-ID              PIC X(08).
               10  RAS-LDG-CTL-CNT             PIC 9(09).
               10  RAS-LDG-CTL-HASH            PIC S9(15)V9(02).

      *  REASSIGNMENT ROWS IN TO-AGENT SEQUENCE FOR THE PASS AGAINST
      *  THE AG FILE; THE INPUT ROW NUMBER KEEPS THE FILE ORDER WITHIN
      *  A TO-AGENT
       SD  RASSORT-FILE.
       01  RAS-SRT-REC.
           05  RAS-SRT-TO-AGT-ID               PIC X(10).
           05  RAS-SRT-ROW-NUM                 PIC 9(07).
           05  RAS-SRT-FROM-AGT-ID             PIC X(10).
           05  RAS-SRT-POL-ID                  PIC X(10).
           05  RAS-SRT-BR-OVRD-IND             PIC X(01).

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'CSBM9545'.

       01  RAS-WORKING-STORAGE.
           05  RAS-PARM-STAT                   PIC X(02).
           05  RAS-RQST-STAT                   PIC X(02).
               88  RAS-RQST-EOF                VALUE '10'.
           05  RAS-AG-STAT                     PIC X(02).
               88  RAS-AG-EOF                  VALUE '10'.
           05  RAS-POLI-STAT                   PIC X(02).
               88  RAS-POLI-EOF                VALUE '10'.
           05  RAS-POLO-STAT                   PIC X(02).
               88  RAS-POLO-EOF                VALUE '10'.
           05  RAS-REG-STAT                    PIC X(02).
               88  RAS-REG-EOF                 VALUE '10'.
           05  RAS-EXC-STAT                    PIC X(02).
               88  RAS-EXC-EOF                 VALUE '10'.
           05  RAS-CHK-STAT                    PIC X(02).
           05  RAS-LDG-STAT                    PIC X(02).
           05  RAS-RUN-DT                      PIC 9(08).
           05  RAS-RSTRT-IND                   PIC X(01).
               88  RAS-RSTRT-RQSTD             VALUE 'R'.
           05  RAS-OVRD-IND                    PIC X(01).
               88  RAS-OVRD-RQSTD              VALUE 'Y'.
           05  RAS-PRIOR-RUN-SW                PIC X(01).
               88  RAS-PRIOR-RUN-FOUND         VALUE 'Y'.
           05  RAS-REPLAY-SW                   PIC X(01).
               88  RAS-REPLAY                  VALUE 'Y'.
           05  RAS-FULL-RERUN-SW               PIC X(01).
               88  RAS-FULL-RERUN              VALUE 'Y'.
           05  RAS-SRT-EOF-SW                  PIC X(01).
               88  RAS-SRT-EOF                 VALUE 'Y'.
           05  RAS-RQST-READ-CNT               PIC S9(09) BINARY.
           05  RAS-ROW-ACPT-CNT                PIC S9(09) BINARY.
           05  RAS-ROW-RJCT-CNT                PIC S9(09) BINARY.
           05  RAS-POL-READ-CNT                PIC S9(09) BINARY.
           05  RAS-MOVED-CNT                   PIC S9(09) BINARY.
           05  RAS-POL-EXCP-CNT                PIC S9(09) BINARY.
           05  RAS-NEW-CNT                     PIC S9(09) BINARY.
           05  RAS-REG-CNT                     PIC S9(09) BINARY.
           05  RAS-EXC-CNT                     PIC S9(09) BINARY.
           05  RAS-MOVED-PREM-AMT              PIC S9(15)V9(02)
                                               COMP-3.
           05  RAS-RSTRT-REC-CNT               PIC 9(09).
           05  RAS-RSTRT-SKIP-CNT              PIC S9(09) BINARY.
           05  RAS-DISK-NEW-CNT                PIC S9(09) BINARY.
           05  RAS-DISK-REG-CNT                PIC S9(09) BINARY.
           05  RAS-DISK-EXC-CNT                PIC S9(09) BINARY.
           05  RAS-CHKPT-CTR                   PIC S9(09) BINARY.
           05  RAS-CHKPT-INTVL                 PIC S9(04) BINARY
                                               VALUE 5000.
           05  RAS-ROW-SUB                     PIC S9(04) BINARY.
           05  RAS-ROW-CNT                     PIC S9(04) BINARY.
           05  RAS-ROW-MAX                     PIC S9(04) BINARY
                                               VALUE +2000.
           05  RAS-SPEC-SUB                    PIC S9(04) BINARY.
           05  RAS-BOOK-SUB                    PIC S9(04) BINARY.
           05  RAS-DONE-SUB                    PIC S9(04) BINARY.
           05  RAS-USE-SUB                     PIC S9(04) BINARY.

      *  ACCEPTED REASSIGNMENT ROWS, WITH THE TO-AGENT'S BRANCH FROM
      *  THE AG FILE AND WHAT EACH ROW ENDED UP MOVING
       01  RAS-ROW-TABLE-AREA.
           05  RAS-ROW-T OCCURS 2000.
               10  RAS-ROW-FROM-AGT-ID         PIC X(10).
               10  RAS-ROW-TO-AGT-ID           PIC X(10).
               10  RAS-ROW-POL-ID              PIC X(10).
               10  RAS-ROW-BR-OVRD-IND         PIC X(01).
                   88  RAS-ROW-BR-OVRD         VALUE 'Y'.
               10  RAS-ROW-TO-BR-ID            PIC X(05).
               10  RAS-ROW-HIT-SW              PIC X(01).
                   88  RAS-ROW-HIT             VALUE 'Y'.
               10  RAS-ROW-MOVED-CNT           PIC S9(09) BINARY.
               10  RAS-ROW-MOVED-AMT           PIC S9(13)V9(02)
                                               COMP-3.

       01  RAS-RPT-HDG-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(50)
               VALUE 'CSBM9545  BULK AGENT REASSIGNMENT REGISTER'.
           05  FILLER                          PIC X(10)
               VALUE 'RUN DATE: '.
           05  RAS-RPT-HDG-DT                  PIC 9(08).
           05  FILLER                          PIC X(63).

       01  RAS-RPT-COL-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(90) VALUE
               'POLICY      PLAN        BRANCH  OLD AGENT   NEW AGENT   
      -        '  AGT BR     MODAL PREMIUM  OVRD'.
           05  FILLER                          PIC X(41).

       01  RAS-RPT-DTL-LINE.
           05  FILLER                          PIC X(01).
           05  RAS-RPT-DTL-POL-ID              PIC X(10).
           05  FILLER                          PIC X(02).
           05  RAS-RPT-DTL-PLAN-ID             PIC X(10).
           05  FILLER                          PIC X(02).
           05  RAS-RPT-DTL-BR-ID               PIC X(05).
           05  FILLER                          PIC X(03).
           05  RAS-RPT-DTL-OLD-AGT             PIC X(10).
           05  FILLER                          PIC X(02).
           05  RAS-RPT-DTL-NEW-AGT             PIC X(10).
           05  FILLER                          PIC X(02).
           05  RAS-RPT-DTL-AG-BR-ID            PIC X(05).
           05  FILLER                          PIC X(02).
           05  RAS-RPT-DTL-MPREM-AMT           PIC Z(10)9.9(02)-.
           05  FILLER                          PIC X(02).
           05  RAS-RPT-DTL-OVRD                PIC X(01).
           05  FILLER                          PIC X(50).

       01  RAS-RPT-ROW-COL-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(70) VALUE
               'FROM AGENT  TO AGENT    POLICY      OVRD    MOVED  PREMI
      -        'UM MOVED'.
           05  FILLER                          PIC X(61).

       01  RAS-RPT-ROW-LINE.
           05  FILLER                          PIC X(01).
           05  RAS-RPT-ROW-FROM-AGT            PIC X(10).
           05  FILLER                          PIC X(02).
           05  RAS-RPT-ROW-TO-AGT              PIC X(10).
           05  FILLER                          PIC X(02).
           05  RAS-RPT-ROW-POL-ID              PIC X(10).
           05  FILLER                          PIC X(02).
           05  RAS-RPT-ROW-OVRD                PIC X(01).
           05  FILLER                          PIC X(03).
           05  RAS-RPT-ROW-CNT                 PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(01).
           05  RAS-RPT-ROW-AMT                 PIC Z(10)9.9(02)-.
           05  FILLER                          PIC X(68).

       01  RAS-RPT-CNT-LINE.
           05  FILLER                          PIC X(01).
           05  RAS-RPT-CNT-TXT                 PIC X(35).
           05  RAS-RPT-CNT-NUM                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(85).

       01  RAS-RPT-AMT-LINE.
           05  FILLER                          PIC X(01).
           05  RAS-RPT-AMT-TXT                 PIC X(29).
           05  RAS-RPT-AMT-NUM                 PIC Z(12)9.9(02)-.
           05  FILLER                          PIC X(85).
      /
       PROCEDURE DIVISION.
      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  1000-INITIALIZE
               THRU 1000-INITIALIZE-X.

      *
      *  PHASE 1: VALIDATE THE REASSIGNMENT ROWS AGAINST THE AG FILE
      *  AND TABLE THE ONES ACCEPTED
      *
           SORT RASSORT-FILE
               ON ASCENDING KEY RAS-SRT-TO-AGT-ID
                                RAS-SRT-ROW-NUM
               INPUT  PROCEDURE IS 2000-READ-REQUESTS
                               THRU 2000-READ-REQUESTS-X
               OUTPUT PROCEDURE IS 2500-VALIDATE-REQUESTS
                               THRU 2500-VALIDATE-REQUESTS-X.

      *
      *  PHASE 2: COPY THE POLICY MASTER, MOVING THE POLICIES THE
      *  ROWS CALL FOR, CHECKPOINTED
      *
           PERFORM  3000-REASSIGN-POLICIES
               THRU 3000-REASSIGN-POLICIES-X.

           PERFORM  9000-FINALIZE
               THRU 9000-FINALIZE-X.

       0000-MAINLINE-X.
           GOBACK.

      /
      *----------------
       1000-INITIALIZE.
      *----------------

           MOVE ZERO                 TO RAS-RQST-READ-CNT.
           MOVE ZERO                 TO RAS-ROW-ACPT-CNT.
           MOVE ZERO                 TO RAS-ROW-RJCT-CNT.
           MOVE ZERO                 TO RAS-POL-READ-CNT.
           MOVE ZERO                 TO RAS-MOVED-CNT.
           MOVE ZERO                 TO RAS-POL-EXCP-CNT.
           MOVE ZERO                 TO RAS-NEW-CNT.
           MOVE ZERO                 TO RAS-REG-CNT.
           MOVE ZERO                 TO RAS-EXC-CNT.
           MOVE ZERO                 TO RAS-MOVED-PREM-AMT.
           MOVE ZERO                 TO RAS-RSTRT-REC-CNT.
           MOVE ZERO                 TO RAS-RSTRT-SKIP-CNT.
           MOVE ZERO                 TO RAS-CHKPT-CTR.
           MOVE ZERO                 TO RAS-ROW-CNT.
           MOVE SPACE                TO RAS-REPLAY-SW.
           MOVE SPACE                TO RAS-FULL-RERUN-SW.

           MOVE SPACES               TO RAS-PARM-REC.
           OPEN INPUT  RASPARM-FILE.
           READ RASPARM-FILE.
           CLOSE RASPARM-FILE.

           MOVE RAS-PARM-RUN-DT      TO RAS-RUN-DT.
           IF  RAS-RUN-DT NOT NUMERIC
           OR  RAS-RUN-DT = ZERO
               ACCEPT RAS-RUN-DT FROM DATE YYYYMMDD
           END-IF.
           MOVE RAS-PARM-RSTRT-IND   TO RAS-RSTRT-IND.
           MOVE RAS-PARM-OVRD-IND    TO RAS-OVRD-IND.

           PERFORM  1500-CHECK-PRIOR-RUN
               THRU 1500-CHECK-PRIOR-RUN-X.

      *  A COMPLETED RUN HAS ALREADY MOVED THESE BOOKS AND ITS NEW
      *  MASTER IS IN THE STREAM - STOP BEFORE ANY OUTPUT IS OPENED
           IF  RAS-PRIOR-RUN-FOUND
           AND NOT RAS-OVRD-RQSTD
               OPEN OUTPUT RASREG-FILE
               MOVE RAS-RUN-DT       TO RAS-RPT-HDG-DT
               WRITE RAS-REG-REC FROM RAS-RPT-HDG-LINE
               MOVE SPACES           TO RAS-REG-REC
               WRITE RAS-REG-REC
               MOVE ' *** ALREADY RUN FOR THIS RUN DATE - OVERRIDE REQUI
      -             'RED'            TO RAS-REG-REC
               WRITE RAS-REG-REC
               CLOSE RASREG-FILE
               MOVE 16               TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM  1200-OPEN-OUTPUTS
               THRU 1200-OPEN-OUTPUTS-X.

           MOVE RAS-RUN-DT           TO RAS-RPT-HDG-DT.
           MOVE RAS-RPT-HDG-LINE     TO RAS-REG-REC.
           PERFORM  8600-WRITE-REGISTER
               THRU 8600-WRITE-REGISTER-X.
           MOVE SPACES               TO RAS-REG-REC.
           PERFORM  8600-WRITE-REGISTER
               THRU 8600-WRITE-REGISTER-X.

           IF  RAS-PRIOR-RUN-FOUND
               MOVE ' *** RERUN FOR THIS RUN DATE TAKEN ON OVERRIDE'
                                     TO RAS-REG-REC
               PERFORM  8600-WRITE-REGISTER
                   THRU 8600-WRITE-REGISTER-X
               MOVE SPACES           TO RAS-REG-REC
               PERFORM  8600-WRITE-REGISTER
                   THRU 8600-WRITE-REGISTER-X
           END-IF.

       1000-INITIALIZE-X.
           EXIT.
      /
      *---------------------
       1200-OPEN-OUTPUTS.
      *---------------------
      *
      *  ONLY AN IN-PROGRESS CHECKPOINT FOR THIS RUN DATE MAY SKIP
      *  POLICIES, AND ONLY WHEN THE NEW MASTER, THE REGISTER AND THE
      *  EXCEPTION FILE ON DISK HOLD EXACTLY THE RECORD COUNTS IT
      *  CLAIMS.  ANYTHING ELSE MEANS THE ABEND LEFT RECORDS THE
      *  CHECKPOINT DOES NOT KNOW ABOUT - THE ONLY SAFE RESTART IS A
      *  FULL RERUN FROM THE UNCHANGED OLD MASTER
      *
           IF  NOT RAS-RSTRT-RQSTD
               OPEN OUTPUT RASPOLO-FILE
                           RASREG-FILE
                           RASEXC-FILE
               GO TO 1200-OPEN-OUTPUTS-X
           END-IF.

           MOVE ZERO                 TO RAS-CHK-REC-CNT.
           MOVE ZERO                 TO RAS-CHK-NEW-CNT.
           MOVE ZERO                 TO RAS-CHK-REG-CNT.
           MOVE ZERO                 TO RAS-CHK-EXC-CNT.
           MOVE ZERO                 TO RAS-CHK-RUN-DT.
           MOVE SPACE                TO RAS-CHK-STAT-CD.
           OPEN INPUT RASCHK-FILE.
           IF  RAS-CHK-STAT = '00'
               READ RASCHK-FILE
                   AT END
                       MOVE SPACE    TO RAS-CHK-STAT-CD
               END-READ
               CLOSE RASCHK-FILE
           END-IF.

           IF  RAS-CHK-STAT-CD = 'P'
           AND RAS-CHK-RUN-DT = RAS-RUN-DT
               PERFORM  1300-COUNT-OUTPUT-RECS
                   THRU 1300-COUNT-OUTPUT-RECS-X
               IF  RAS-DISK-NEW-CNT = RAS-CHK-NEW-CNT
               AND RAS-DISK-REG-CNT = RAS-CHK-REG-CNT
               AND RAS-DISK-EXC-CNT = RAS-CHK-EXC-CNT
                   MOVE RAS-CHK-REC-CNT  TO RAS-RSTRT-REC-CNT
                   SET RAS-REPLAY        TO TRUE
                   OPEN EXTEND RASPOLO-FILE
                               RASREG-FILE
                               RASEXC-FILE
                   GO TO 1200-OPEN-OUTPUTS-X
               END-IF
           END-IF.

           SET RAS-FULL-RERUN        TO TRUE.
           OPEN OUTPUT RASPOLO-FILE
                       RASREG-FILE
                       RASEXC-FILE.

       1200-OPEN-OUTPUTS-X.
           EXIT.
      /
      *---------------------------
       1300-COUNT-OUTPUT-RECS.
      *---------------------------
      *
      *  PHYSICAL RECORD COUNTS OF THE OUTPUTS LEFT BY THE ABENDED
      *  RUN, PROVED AGAINST THE CHECKPOINT BEFORE EXTENDING THEM
      *
           MOVE ZERO                 TO RAS-DISK-NEW-CNT.
           OPEN INPUT RASPOLO-FILE.
           PERFORM  1310-COUNT-ONE-NEW
               THRU 1310-COUNT-ONE-NEW-X
                   UNTIL RAS-POLO-EOF.
           CLOSE RASPOLO-FILE.

           MOVE ZERO                 TO RAS-DISK-REG-CNT.
           OPEN INPUT RASREG-FILE.
           PERFORM  1320-COUNT-ONE-REG
               THRU 1320-COUNT-ONE-REG-X
                   UNTIL RAS-REG-EOF.
           CLOSE RASREG-FILE.

           MOVE ZERO                 TO RAS-DISK-EXC-CNT.
           OPEN INPUT RASEXC-FILE.
           PERFORM  1330-COUNT-ONE-EXC
               THRU 1330-COUNT-ONE-EXC-X
                   UNTIL RAS-EXC-EOF.
           CLOSE RASEXC-FILE.

       1300-COUNT-OUTPUT-RECS-X.
           EXIT.
      /
      *----------------------
       1310-COUNT-ONE-NEW.
      *----------------------

           READ RASPOLO-FILE.

           IF  NOT RAS-POLO-EOF
               ADD +1                TO RAS-DISK-NEW-CNT
           END-IF.

       1310-COUNT-ONE-NEW-X.
           EXIT.
      /
      *----------------------
       1320-COUNT-ONE-REG.
      *----------------------

           READ RASREG-FILE.

           IF  NOT RAS-REG-EOF
               ADD +1                TO RAS-DISK-REG-CNT
           END-IF.

       1320-COUNT-ONE-REG-X.
           EXIT.
      /
      *----------------------
       1330-COUNT-ONE-EXC.
      *----------------------

           READ RASEXC-FILE.

           IF  NOT RAS-EXC-EOF
               ADD +1                TO RAS-DISK-EXC-CNT
           END-IF.

       1330-COUNT-ONE-EXC-X.
           EXIT.
      /
      *-----------------------
       1500-CHECK-PRIOR-RUN.
      *-----------------------
      *
      *  LOOK FOR A COMPLETED RUN OF THIS JOB FOR THE SAME RUN DATE
      *  ON THE RUN-CONTROL LEDGER.  NO LEDGER YET MEANS NO PRIOR RUN
      *
           MOVE SPACE                TO RAS-PRIOR-RUN-SW.

           OPEN INPUT  RASLEDG-FILE.
           IF  RAS-LDG-STAT NOT = '00'
               GO TO 1500-CHECK-PRIOR-RUN-X
           END-IF.

           PERFORM  1510-SCAN-LEDGER
               THRU 1510-SCAN-LEDGER-X
                   UNTIL RAS-LDG-STAT NOT = '00'
                   OR    RAS-PRIOR-RUN-FOUND.

           CLOSE RASLEDG-FILE.

       1500-CHECK-PRIOR-RUN-X.
           EXIT.
      /
      *-------------------
       1510-SCAN-LEDGER.
      *-------------------

           READ RASLEDG-FILE.

           IF  RAS-LDG-STAT = '00'
           AND RAS-LDG-JOB-ID  = 'CSBM9545'
           AND RAS-LDG-RUN-DT  = RAS-RUN-DT
           AND RAS-LDG-STAT-CD = 'C'
               SET RAS-PRIOR-RUN-FOUND TO TRUE
           END-IF.

       1510-SCAN-LEDGER-X.
           EXIT.
      /
      *-----------------------
       2000-READ-REQUESTS.
      *-----------------------

           OPEN INPUT  RASRQST-FILE.

           PERFORM  2100-READ-REQUEST
               THRU 2100-READ-REQUEST-X.

           PERFORM  2200-RELEASE-REQUEST
               THRU 2200-RELEASE-REQUEST-X
                   UNTIL RAS-RQST-EOF.

           CLOSE RASRQST-FILE.

       2000-READ-REQUESTS-X.
           EXIT.
      /
      *--------------------
       2100-READ-REQUEST.
      *--------------------

           READ RASRQST-FILE.

           IF  NOT RAS-RQST-EOF
               ADD +1                TO RAS-RQST-READ-CNT
           END-IF.

       2100-READ-REQUEST-X.
           EXIT.
      /
      *-----------------------
       2200-RELEASE-REQUEST.
      *-----------------------

           MOVE RAS-RQST-TO-AGT-ID   TO RAS-SRT-TO-AGT-ID.
           MOVE RAS-RQST-READ-CNT    TO RAS-SRT-ROW-NUM.
           MOVE RAS-RQST-FROM-AGT-ID TO RAS-SRT-FROM-AGT-ID.
           MOVE RAS-RQST-POL-ID      TO RAS-SRT-POL-ID.
           MOVE RAS-RQST-BR-OVRD-IND TO RAS-SRT-BR-OVRD-IND.
           RELEASE RAS-SRT-REC.

           PERFORM  2100-READ-REQUEST
               THRU 2100-READ-REQUEST-X.

       2200-RELEASE-REQUEST-X.
           EXIT.
      /
      *--------------------------
       2500-VALIDATE-REQUESTS.
      *--------------------------
      *
      *  THE AG FILE RIDES ALONGSIDE THE ROWS IN AGENT-ID SEQUENCE
      *
           OPEN INPUT  RASAG-FILE.
           READ RASAG-FILE.

           MOVE SPACE                TO RAS-SRT-EOF-SW.
           PERFORM  2510-RETURN-REQUEST
               THRU 2510-RETURN-REQUEST-X.

           PERFORM  2600-VALIDATE-ONE-ROW
               THRU 2600-VALIDATE-ONE-ROW-X
                   UNTIL RAS-SRT-EOF.

           CLOSE RASAG-FILE.

       2500-VALIDATE-REQUESTS-X.
           EXIT.
      /
      *------------------------
       2510-RETURN-REQUEST.
      *------------------------

           RETURN RASSORT-FILE
               AT END
                   SET RAS-SRT-EOF   TO TRUE
           END-RETURN.

       2510-RETURN-REQUEST-X.
           EXIT.
      /
      *-------------------------
       2600-VALIDATE-ONE-ROW.
      *-------------------------

           MOVE SPACES               TO RAS-EXC-REC.

           IF  RAS-SRT-FROM-AGT-ID = SPACES
           OR  RAS-SRT-TO-AGT-ID   = SPACES
               MOVE 'M'              TO RAS-EXC-RSN-CD
               GO TO 2600-VALIDATE-ONE-ROW-REJECT
           END-IF.

           IF  RAS-SRT-FROM-AGT-ID = RAS-SRT-TO-AGT-ID
               MOVE 'S'              TO RAS-EXC-RSN-CD
               GO TO 2600-VALIDATE-ONE-ROW-REJECT
           END-IF.

           PERFORM  2610-ADVANCE-AGENT
               THRU 2610-ADVANCE-AGENT-X
                   UNTIL RAS-AG-EOF
                   OR    RAS-AG-AGT-ID NOT < RAS-SRT-TO-AGT-ID.

           IF  RAS-AG-EOF
           OR  RAS-AG-AGT-ID NOT = RAS-SRT-TO-AGT-ID
               MOVE 'N'              TO RAS-EXC-RSN-CD
               GO TO 2600-VALIDATE-ONE-ROW-REJECT
           END-IF.

           MOVE RAS-AG-AGNCY-BR-ID   TO RAS-EXC-AG-BR-ID.

           IF  NOT RAS-AG-STAT-ACTV
               MOVE 'I'              TO RAS-EXC-RSN-CD
               GO TO 2600-VALIDATE-ONE-ROW-REJECT
           END-IF.

      *  ONE ROW PER FROM-AGENT AND POLICY (OR WHOLE BOOK); A SECOND
      *  ONE WOULD LEAVE IT TO CHANCE WHERE THE POLICIES GO
           MOVE ZERO                 TO RAS-DONE-SUB.
           PERFORM  2620-SCAN-DUPLICATE
               THRU 2620-SCAN-DUPLICATE-X
               VARYING RAS-ROW-SUB FROM 1 BY 1
                   UNTIL RAS-ROW-SUB > RAS-ROW-CNT
                   OR    RAS-DONE-SUB > ZERO.

           IF  RAS-DONE-SUB > ZERO
               MOVE 'D'              TO RAS-EXC-RSN-CD
               GO TO 2600-VALIDATE-ONE-ROW-REJECT
           END-IF.

           IF  RAS-ROW-CNT NOT < RAS-ROW-MAX
               MOVE 'F'              TO RAS-EXC-RSN-CD
               GO TO 2600-VALIDATE-ONE-ROW-REJECT
           END-IF.

           ADD +1                    TO RAS-ROW-CNT.
           ADD +1                    TO RAS-ROW-ACPT-CNT.
           MOVE RAS-SRT-FROM-AGT-ID  TO
                RAS-ROW-FROM-AGT-ID (RAS-ROW-CNT).
           MOVE RAS-SRT-TO-AGT-ID    TO
                RAS-ROW-TO-AGT-ID (RAS-ROW-CNT).
           MOVE RAS-SRT-POL-ID       TO
                RAS-ROW-POL-ID (RAS-ROW-CNT).
           MOVE RAS-SRT-BR-OVRD-IND  TO
                RAS-ROW-BR-OVRD-IND (RAS-ROW-CNT).
           MOVE RAS-AG-AGNCY-BR-ID   TO
                RAS-ROW-TO-BR-ID (RAS-ROW-CNT).
           MOVE SPACE                TO
                RAS-ROW-HIT-SW (RAS-ROW-CNT).
           MOVE ZERO                 TO
                RAS-ROW-MOVED-CNT (RAS-ROW-CNT).
           MOVE ZERO                 TO
                RAS-ROW-MOVED-AMT (RAS-ROW-CNT).
           GO TO 2600-VALIDATE-ONE-ROW-NEXT.

       2600-VALIDATE-ONE-ROW-REJECT.

           ADD +1                    TO RAS-ROW-RJCT-CNT.
           MOVE RAS-SRT-FROM-AGT-ID  TO RAS-EXC-FROM-AGT-ID.
           MOVE RAS-SRT-TO-AGT-ID    TO RAS-EXC-TO-AGT-ID.
           MOVE RAS-SRT-POL-ID       TO RAS-EXC-RQST-POL-ID.
           MOVE RAS-SRT-BR-OVRD-IND  TO RAS-EXC-BR-OVRD-IND.
           MOVE ZERO                 TO RAS-EXC-MPREM-AMT.
           PERFORM  8650-WRITE-EXCEPTION
               THRU 8650-WRITE-EXCEPTION-X.

       2600-VALIDATE-ONE-ROW-NEXT.

           PERFORM  2510-RETURN-REQUEST
               THRU 2510-RETURN-REQUEST-X.

       2600-VALIDATE-ONE-ROW-X.
           EXIT.
      /
      *-----------------------
       2610-ADVANCE-AGENT.
      *-----------------------

           READ RASAG-FILE.

       2610-ADVANCE-AGENT-X.
           EXIT.
      /
      *------------------------
       2620-SCAN-DUPLICATE.
      *------------------------

           IF  RAS-ROW-FROM-AGT-ID (RAS-ROW-SUB) = RAS-SRT-FROM-AGT-ID
           AND RAS-ROW-POL-ID (RAS-ROW-SUB)      = RAS-SRT-POL-ID
               MOVE RAS-ROW-SUB      TO RAS-DONE-SUB
           END-IF.

       2620-SCAN-DUPLICATE-X.
           EXIT.
      /
      *--------------------------
       3000-REASSIGN-POLICIES.
      *--------------------------

           MOVE RAS-RPT-COL-LINE     TO RAS-REG-REC.
           PERFORM  8600-WRITE-REGISTER
               THRU 8600-WRITE-REGISTER-X.

           OPEN INPUT  RASPOLI-FILE.

           PERFORM  3100-READ-POLICY
               THRU 3100-READ-POLICY-X.

           PERFORM  3200-PROCESS-ONE-POLICY
               THRU 3200-PROCESS-ONE-POLICY-X
                   UNTIL RAS-POLI-EOF.

      *  A CHECKPOINT TAKEN ON THE VERY LAST POLICY LEAVES NOTHING TO
      *  REPLAY UP TO - THE REPLAY ENDS AT END OF FILE INSTEAD
           IF  RAS-REPLAY
               PERFORM  3050-END-REPLAY
                   THRU 3050-END-REPLAY-X
           END-IF.

           CLOSE RASPOLI-FILE.

           PERFORM  3800-CLOSE-ROWS
               THRU 3800-CLOSE-ROWS-X.

       3000-REASSIGN-POLICIES-X.
           EXIT.
      /
      *-------------------
       3050-END-REPLAY.
      *-------------------
      *
      *  THE REPLAY OF THE POLICIES ALREADY COPIED MUST HAVE PRODUCED
      *  EXACTLY THE OUTPUT THE CHECKPOINT RECORDED; IF IT DID NOT,
      *  THE INPUTS HAVE CHANGED SINCE THE ABENDED RUN
      *
           MOVE SPACE                TO RAS-REPLAY-SW.

           IF  RAS-NEW-CNT NOT = RAS-CHK-NEW-CNT
           OR  RAS-REG-CNT NOT = RAS-CHK-REG-CNT
           OR  RAS-EXC-CNT NOT = RAS-CHK-EXC-CNT
               MOVE ' *** RESTART DOES NOT MATCH THE CHECKPOINT - RERUN 
      -             'WITHOUT RESTART'
                                     TO RAS-REG-REC
               WRITE RAS-REG-REC
               CLOSE RASPOLI-FILE
                     RASPOLO-FILE
                     RASREG-FILE
                     RASEXC-FILE
               MOVE 16               TO RETURN-CODE
               GOBACK
           END-IF.

       3050-END-REPLAY-X.
           EXIT.
      /
      *-------------------
       3100-READ-POLICY.
      *-------------------

           READ RASPOLI-FILE.

           IF  NOT RAS-POLI-EOF
               ADD +1                TO RAS-POL-READ-CNT
           END-IF.

       3100-READ-POLICY-X.
           EXIT.
      /
      *---------------------------
       3200-PROCESS-ONE-POLICY.
      *---------------------------

           IF  RAS-REPLAY
               IF  RAS-POL-READ-CNT > RAS-RSTRT-REC-CNT
                   PERFORM  3050-END-REPLAY
                       THRU 3050-END-REPLAY-X
               ELSE
                   ADD +1            TO RAS-RSTRT-SKIP-CNT
               END-IF
           END-IF.

           PERFORM  3300-FIND-ROW
               THRU 3300-FIND-ROW-X.

           MOVE SPACES               TO RAS-EXC-REC.

      *  A ROW NAMING THIS POLICY WINS OVER A WHOLE-BOOK ROW
           EVALUATE TRUE
               WHEN RAS-SPEC-SUB > ZERO
                    MOVE RAS-SPEC-SUB TO RAS-USE-SUB
                    IF  NOT RAS-POL-IN-FORCE
                        MOVE 'X'      TO RAS-EXC-RSN-CD
                    END-IF
               WHEN RAS-DONE-SUB > ZERO
                    MOVE RAS-DONE-SUB TO RAS-USE-SUB
                    MOVE 'A'          TO RAS-EXC-RSN-CD
               WHEN RAS-BOOK-SUB > ZERO
               AND  RAS-POL-IN-FORCE
                    MOVE RAS-BOOK-SUB TO RAS-USE-SUB
               WHEN OTHER
                    GO TO 3200-PROCESS-ONE-POLICY-COPY
           END-EVALUATE.

           SET RAS-ROW-HIT (RAS-USE-SUB) TO TRUE.

           IF  RAS-EXC-RSN-CD = SPACE
           AND NOT RAS-ROW-BR-OVRD (RAS-USE-SUB)
           AND RAS-ROW-TO-BR-ID (RAS-USE-SUB) NOT = RAS-POL-SERV-BR-ID
               MOVE 'B'              TO RAS-EXC-RSN-CD
           END-IF.

           IF  RAS-EXC-RSN-CD NOT = SPACE
               ADD +1                TO RAS-POL-EXCP-CNT
               MOVE RAS-ROW-FROM-AGT-ID (RAS-USE-SUB)
                                     TO RAS-EXC-FROM-AGT-ID
               MOVE RAS-ROW-TO-AGT-ID (RAS-USE-SUB)
                                     TO RAS-EXC-TO-AGT-ID
               MOVE RAS-ROW-POL-ID (RAS-USE-SUB)
                                     TO RAS-EXC-RQST-POL-ID
               MOVE RAS-ROW-BR-OVRD-IND (RAS-USE-SUB)
                                     TO RAS-EXC-BR-OVRD-IND
               MOVE RAS-POL-ID       TO RAS-EXC-POL-ID
               MOVE RAS-POL-SERV-BR-ID
                                     TO RAS-EXC-POL-SERV-BR-ID
               MOVE RAS-ROW-TO-BR-ID (RAS-USE-SUB)
                                     TO RAS-EXC-AG-BR-ID
               MOVE RAS-POL-MPREM-AMT
                                     TO RAS-EXC-MPREM-AMT
               PERFORM  8650-WRITE-EXCEPTION
                   THRU 8650-WRITE-EXCEPTION-X
               GO TO 3200-PROCESS-ONE-POLICY-COPY
           END-IF.

           PERFORM  3400-MOVE-POLICY
               THRU 3400-MOVE-POLICY-X.

       3200-PROCESS-ONE-POLICY-COPY.

           MOVE RAS-POL-REC          TO RAS-POLO-REC.
           PERFORM  8680-WRITE-NEW-MASTER
               THRU 8680-WRITE-NEW-MASTER-X.

           IF  NOT RAS-REPLAY
               PERFORM  3500-TAKE-CHECKPOINT
                   THRU 3500-TAKE-CHECKPOINT-X
           END-IF.

           PERFORM  3100-READ-POLICY
               THRU 3100-READ-POLICY-X.

       3200-PROCESS-ONE-POLICY-X.
           EXIT.
      /
      *------------------
       3300-FIND-ROW.
      *------------------
      *
      *  THE ROWS THAT TOUCH THIS POLICY: ONE NAMING IT UNDER ITS
      *  CURRENT AGENT, A WHOLE-BOOK ROW FOR ITS CURRENT AGENT, OR
      *  ONE NAMING IT THAT IT HAS ALREADY BEEN MOVED UNDER
      *
           MOVE ZERO                 TO RAS-SPEC-SUB.
           MOVE ZERO                 TO RAS-BOOK-SUB.
           MOVE ZERO                 TO RAS-DONE-SUB.
           MOVE ZERO                 TO RAS-USE-SUB.

           PERFORM  3310-SCAN-ROW-TABLE
               THRU 3310-SCAN-ROW-TABLE-X
               VARYING RAS-ROW-SUB FROM 1 BY 1
                   UNTIL RAS-ROW-SUB > RAS-ROW-CNT
                   OR    RAS-SPEC-SUB > ZERO.

       3300-FIND-ROW-X.
           EXIT.
      /
      *------------------------
       3310-SCAN-ROW-TABLE.
      *------------------------

           IF  RAS-ROW-POL-ID (RAS-ROW-SUB) = RAS-POL-ID
               IF  RAS-ROW-FROM-AGT-ID (RAS-ROW-SUB) =
                   RAS-POL-SERV-AGT-ID
                   MOVE RAS-ROW-SUB  TO RAS-SPEC-SUB
               ELSE
                   IF  RAS-ROW-TO-AGT-ID (RAS-ROW-SUB) =
                       RAS-POL-SERV-AGT-ID
                       MOVE RAS-ROW-SUB TO RAS-DONE-SUB
                   END-IF
               END-IF
           ELSE
               IF  RAS-ROW-POL-ID (RAS-ROW-SUB) = SPACES
               AND RAS-ROW-FROM-AGT-ID (RAS-ROW-SUB) =
                   RAS-POL-SERV-AGT-ID
                   MOVE RAS-ROW-SUB  TO RAS-BOOK-SUB
               END-IF
           END-IF.

       3310-SCAN-ROW-TABLE-X.
           EXIT.
      /
      *--------------------
       3400-MOVE-POLICY.
      *--------------------

           MOVE SPACES               TO RAS-RPT-DTL-LINE.
           MOVE RAS-POL-ID           TO RAS-RPT-DTL-POL-ID.
           MOVE RAS-POL-PLAN-ID      TO RAS-RPT-DTL-PLAN-ID.
           MOVE RAS-POL-SERV-BR-ID   TO RAS-RPT-DTL-BR-ID.
           MOVE RAS-POL-SERV-AGT-ID  TO RAS-RPT-DTL-OLD-AGT.
           MOVE RAS-ROW-TO-AGT-ID (RAS-USE-SUB)
                                     TO RAS-RPT-DTL-NEW-AGT.
           MOVE RAS-ROW-TO-BR-ID (RAS-USE-SUB)
                                     TO RAS-RPT-DTL-AG-BR-ID.
           MOVE RAS-POL-MPREM-AMT    TO RAS-RPT-DTL-MPREM-AMT.
           MOVE RAS-ROW-BR-OVRD-IND (RAS-USE-SUB)
                                     TO RAS-RPT-DTL-OVRD.
           MOVE RAS-RPT-DTL-LINE     TO RAS-REG-REC.
           PERFORM  8600-WRITE-REGISTER
               THRU 8600-WRITE-REGISTER-X.

           MOVE RAS-ROW-TO-AGT-ID (RAS-USE-SUB)
                                     TO RAS-POL-SERV-AGT-ID.

           ADD +1                    TO RAS-MOVED-CNT.
           ADD RAS-POL-MPREM-AMT     TO RAS-MOVED-PREM-AMT.
           ADD +1                    TO RAS-ROW-MOVED-CNT (RAS-USE-SUB).
           ADD RAS-POL-MPREM-AMT     TO RAS-ROW-MOVED-AMT (RAS-USE-SUB).

       3400-MOVE-POLICY-X.
           EXIT.
      /
      *------------------------
       3500-TAKE-CHECKPOINT.
      *------------------------
      *
      *  THE OUTPUTS ARE CLOSED BEFORE THE CHECKPOINT IS WRITTEN SO
      *  EVERY RECORD IT CLAIMS IS PHYSICALLY ON DISK, THEN
      *  RE-EXTENDED
      *
           ADD +1                    TO RAS-CHKPT-CTR.

           IF  RAS-CHKPT-CTR < RAS-CHKPT-INTVL
               GO TO 3500-TAKE-CHECKPOINT-X
           END-IF.

           CLOSE RASPOLO-FILE
                 RASREG-FILE
                 RASEXC-FILE.
           MOVE 'P'                  TO RAS-CHK-STAT-CD.
           PERFORM  8800-WRITE-CHECKPOINT
               THRU 8800-WRITE-CHECKPOINT-X.
           OPEN EXTEND RASPOLO-FILE
                       RASREG-FILE
                       RASEXC-FILE.
           MOVE ZERO                 TO RAS-CHKPT-CTR.

       3500-TAKE-CHECKPOINT-X.
           EXIT.
      /
      *--------------------
       3800-CLOSE-ROWS.
      *--------------------
      *
      *  A POLICY ROW THAT NEVER FOUND ITS POLICY, OR A WHOLE-BOOK
      *  ROW THAT FOUND NO IN-FORCE BOOK, GOES TO THE EXCEPTIONS;
      *  THEN THE REGISTER SUMMARISES WHAT EACH ROW MOVED
      *
           PERFORM  3810-CHECK-ONE-ROW
               THRU 3810-CHECK-ONE-ROW-X
               VARYING RAS-ROW-SUB FROM 1 BY 1
                   UNTIL RAS-ROW-SUB > RAS-ROW-CNT.

           IF  RAS-ROW-CNT = ZERO
               GO TO 3800-CLOSE-ROWS-X
           END-IF.

           MOVE SPACES               TO RAS-REG-REC.
           PERFORM  8600-WRITE-REGISTER
               THRU 8600-WRITE-REGISTER-X.
           MOVE RAS-RPT-ROW-COL-LINE TO RAS-REG-REC.
           PERFORM  8600-WRITE-REGISTER
               THRU 8600-WRITE-REGISTER-X.

           PERFORM  3820-PRINT-ONE-ROW
               THRU 3820-PRINT-ONE-ROW-X
               VARYING RAS-ROW-SUB FROM 1 BY 1
                   UNTIL RAS-ROW-SUB > RAS-ROW-CNT.

       3800-CLOSE-ROWS-X.
           EXIT.
      /
      *----------------------
       3810-CHECK-ONE-ROW.
      *----------------------

           IF  RAS-ROW-HIT (RAS-ROW-SUB)
               GO TO 3810-CHECK-ONE-ROW-X
           END-IF.

           MOVE SPACES               TO RAS-EXC-REC.
           IF  RAS-ROW-POL-ID (RAS-ROW-SUB) = SPACES
               MOVE 'E'              TO RAS-EXC-RSN-CD
           ELSE
               MOVE 'P'              TO RAS-EXC-RSN-CD
           END-IF.
           MOVE RAS-ROW-FROM-AGT-ID (RAS-ROW-SUB)
                                     TO RAS-EXC-FROM-AGT-ID.
           MOVE RAS-ROW-TO-AGT-ID (RAS-ROW-SUB)
                                     TO RAS-EXC-TO-AGT-ID.
           MOVE RAS-ROW-POL-ID (RAS-ROW-SUB)
                                     TO RAS-EXC-RQST-POL-ID.
           MOVE RAS-ROW-BR-OVRD-IND (RAS-ROW-SUB)
                                     TO RAS-EXC-BR-OVRD-IND.
           MOVE RAS-ROW-TO-BR-ID (RAS-ROW-SUB)
                                     TO RAS-EXC-AG-BR-ID.
           MOVE ZERO                 TO RAS-EXC-MPREM-AMT.
           ADD +1                    TO RAS-ROW-RJCT-CNT.
           PERFORM  8650-WRITE-EXCEPTION
               THRU 8650-WRITE-EXCEPTION-X.

       3810-CHECK-ONE-ROW-X.
           EXIT.
      /
      *----------------------
       3820-PRINT-ONE-ROW.
      *----------------------

           MOVE SPACES               TO RAS-RPT-ROW-LINE.
           MOVE RAS-ROW-FROM-AGT-ID (RAS-ROW-SUB)
                                     TO RAS-RPT-ROW-FROM-AGT.
           MOVE RAS-ROW-TO-AGT-ID (RAS-ROW-SUB)
                                     TO RAS-RPT-ROW-TO-AGT.
           IF  RAS-ROW-POL-ID (RAS-ROW-SUB) = SPACES
               MOVE 'WHOLE BOOK'     TO RAS-RPT-ROW-POL-ID
           ELSE
               MOVE RAS-ROW-POL-ID (RAS-ROW-SUB)
                                     TO RAS-RPT-ROW-POL-ID
           END-IF.
           MOVE RAS-ROW-BR-OVRD-IND (RAS-ROW-SUB)
                                     TO RAS-RPT-ROW-OVRD.
           MOVE RAS-ROW-MOVED-CNT (RAS-ROW-SUB)
                                     TO RAS-RPT-ROW-CNT.
           MOVE RAS-ROW-MOVED-AMT (RAS-ROW-SUB)
                                     TO RAS-RPT-ROW-AMT.
           MOVE RAS-RPT-ROW-LINE     TO RAS-REG-REC.
           PERFORM  8600-WRITE-REGISTER
               THRU 8600-WRITE-REGISTER-X.

       3820-PRINT-ONE-ROW-X.
           EXIT.
      /
      *----------------
       9000-FINALIZE.
      *----------------

           MOVE SPACES               TO RAS-REG-REC.
           WRITE RAS-REG-REC.

      *  RESTART NOTES GO HERE, AFTER THE COUNTED PART OF THE
      *  REGISTER, SO A LATER RESTART STILL REPLAYS TO THE SAME COUNT
           IF  RAS-FULL-RERUN
               MOVE ' *** CHECKPOINT/OUTPUT MISMATCH - REASSIGNMENT RERU
      -             'N IN FULL'      TO RAS-REG-REC
               WRITE RAS-REG-REC
           END-IF.
           IF  RAS-RSTRT-SKIP-CNT > ZERO
               MOVE SPACES           TO RAS-RPT-CNT-LINE
               MOVE ' *** RESTARTED AFTER POLICY NUMBER'
                                     TO RAS-RPT-CNT-TXT
               MOVE RAS-RSTRT-REC-CNT
                                     TO RAS-RPT-CNT-NUM
               WRITE RAS-REG-REC FROM RAS-RPT-CNT-LINE
           END-IF.

           MOVE SPACES               TO RAS-RPT-CNT-LINE.
           MOVE 'REASSIGNMENT ROWS READ'
                                     TO RAS-RPT-CNT-TXT.
           MOVE RAS-RQST-READ-CNT    TO RAS-RPT-CNT-NUM.
           WRITE RAS-REG-REC FROM RAS-RPT-CNT-LINE.

           MOVE SPACES               TO RAS-RPT-CNT-LINE.
           MOVE 'ROWS ACCEPTED'      TO RAS-RPT-CNT-TXT.
           MOVE RAS-ROW-ACPT-CNT     TO RAS-RPT-CNT-NUM.
           WRITE RAS-REG-REC FROM RAS-RPT-CNT-LINE.

           MOVE SPACES               TO RAS-RPT-CNT-LINE.
           MOVE 'ROWS REJECTED OR UNUSED'
                                     TO RAS-RPT-CNT-TXT.
           MOVE RAS-ROW-RJCT-CNT     TO RAS-RPT-CNT-NUM.
           WRITE RAS-REG-REC FROM RAS-RPT-CNT-LINE.

           MOVE SPACES               TO RAS-RPT-CNT-LINE.
           MOVE 'POLICIES READ'      TO RAS-RPT-CNT-TXT.
           MOVE RAS-POL-READ-CNT     TO RAS-RPT-CNT-NUM.
           WRITE RAS-REG-REC FROM RAS-RPT-CNT-LINE.

           MOVE SPACES               TO RAS-RPT-CNT-LINE.
           MOVE 'POLICIES MOVED'     TO RAS-RPT-CNT-TXT.
           MOVE RAS-MOVED-CNT        TO RAS-RPT-CNT-NUM.
           WRITE RAS-REG-REC FROM RAS-RPT-CNT-LINE.

           MOVE SPACES               TO RAS-RPT-CNT-LINE.
           MOVE 'POLICIES REJECTED'  TO RAS-RPT-CNT-TXT.
           MOVE RAS-POL-EXCP-CNT     TO RAS-RPT-CNT-NUM.
           WRITE RAS-REG-REC FROM RAS-RPT-CNT-LINE.

           MOVE SPACES               TO RAS-RPT-CNT-LINE.
           MOVE 'EXCEPTION RECORDS WRITTEN'
                                     TO RAS-RPT-CNT-TXT.
           MOVE RAS-EXC-CNT          TO RAS-RPT-CNT-NUM.
           WRITE RAS-REG-REC FROM RAS-RPT-CNT-LINE.

           MOVE SPACES               TO RAS-RPT-CNT-LINE.
           MOVE 'POLICIES SKIPPED ON RESTART'
                                     TO RAS-RPT-CNT-TXT.
           MOVE RAS-RSTRT-SKIP-CNT   TO RAS-RPT-CNT-NUM.
           WRITE RAS-REG-REC FROM RAS-RPT-CNT-LINE.

           MOVE SPACES               TO RAS-RPT-AMT-LINE.
           MOVE 'MODAL PREMIUM MOVED'
                                     TO RAS-RPT-AMT-TXT.
           MOVE RAS-MOVED-PREM-AMT   TO RAS-RPT-AMT-NUM.
           WRITE RAS-REG-REC FROM RAS-RPT-AMT-LINE.

           CLOSE RASPOLO-FILE
                 RASREG-FILE
                 RASEXC-FILE.

      *  FINAL CHECKPOINT MARKS THE RUN COMPLETE
           MOVE 'C'                  TO RAS-CHK-STAT-CD.
           PERFORM  8800-WRITE-CHECKPOINT
               THRU 8800-WRITE-CHECKPOINT-X.

           PERFORM  8900-WRITE-LEDGER
               THRU 8900-WRITE-LEDGER-X.

       9000-FINALIZE-X.
           EXIT.
      /
      *-------------------------
       8600-WRITE-REGISTER.
      *-------------------------
      *
      *  EVERY REGISTER LINE UP TO THE END OF THE POLICY PASS IS
      *  COUNTED FOR THE CHECKPOINT; WHILE THE POLICIES ALREADY COPIED
      *  ARE BEING REPLAYED THE LINE IS ON DISK FROM THE ABENDED RUN
      *  AND IS NOT WRITTEN AGAIN
      *
           ADD +1                    TO RAS-REG-CNT.
           IF  NOT RAS-REPLAY
               WRITE RAS-REG-REC
           END-IF.

       8600-WRITE-REGISTER-X.
           EXIT.
      /
      *-------------------------
       8650-WRITE-EXCEPTION.
      *-------------------------

           EVALUATE RAS-EXC-RSN-CD
               WHEN 'M'
                    MOVE 'FROM OR TO AGENT MISSING'
                                     TO RAS-EXC-RSN-TXT
               WHEN 'S'
                    MOVE 'FROM AND TO AGENT ARE THE SAME'
                                     TO RAS-EXC-RSN-TXT
               WHEN 'N'
                    MOVE 'TO-AGENT NOT ON AG FILE'
                                     TO RAS-EXC-RSN-TXT
               WHEN 'I'
                    MOVE 'TO-AGENT NOT ACTIVE'
                                     TO RAS-EXC-RSN-TXT
               WHEN 'D'
                    MOVE 'DUPLICATE FROM-AGENT/POLICY ROW'
                                     TO RAS-EXC-RSN-TXT
               WHEN 'F'
                    MOVE 'ROW TABLE FULL - ROW NOT PROCESSED'
                                     TO RAS-EXC-RSN-TXT
               WHEN 'B'
                    MOVE 'TO-AGENT NOT IN POLICY SERVICING BRANCH'
                                     TO RAS-EXC-RSN-TXT
               WHEN 'X'
                    MOVE 'POLICY NOT IN FORCE'
                                     TO RAS-EXC-RSN-TXT
               WHEN 'A'
                    MOVE 'POLICY ALREADY WITH TO-AGENT'
                                     TO RAS-EXC-RSN-TXT
               WHEN 'P'
                    MOVE 'POLICY NOT FOUND UNDER FROM-AGENT'
                                     TO RAS-EXC-RSN-TXT
               WHEN 'E'
                    MOVE 'NO IN-FORCE BOOK FOR FROM-AGENT'
                                     TO RAS-EXC-RSN-TXT
           END-EVALUATE.

           ADD +1                    TO RAS-EXC-CNT.
           IF  NOT RAS-REPLAY
               WRITE RAS-EXC-REC
           END-IF.

       8650-WRITE-EXCEPTION-X.
           EXIT.
      /
      *--------------------------
       8680-WRITE-NEW-MASTER.
      *--------------------------

           ADD +1                    TO RAS-NEW-CNT.
           IF  NOT RAS-REPLAY
               WRITE RAS-POLO-REC
           END-IF.

       8680-WRITE-NEW-MASTER-X.
           EXIT.
      /
      *--------------------------
       8800-WRITE-CHECKPOINT.
      *--------------------------

           MOVE SPACES               TO RAS-CHK-REC.
           MOVE RAS-POL-READ-CNT     TO RAS-CHK-REC-CNT.
           MOVE RAS-NEW-CNT          TO RAS-CHK-NEW-CNT.
           MOVE RAS-REG-CNT          TO RAS-CHK-REG-CNT.
           MOVE RAS-EXC-CNT          TO RAS-CHK-EXC-CNT.
           MOVE RAS-RUN-DT           TO RAS-CHK-RUN-DT.
           OPEN OUTPUT RASCHK-FILE.
           WRITE RAS-CHK-REC.
           CLOSE RASCHK-FILE.

       8800-WRITE-CHECKPOINT-X.
           EXIT.
      /
      *----------------------
       8900-WRITE-LEDGER.
      *----------------------
      *
      *  ONE RUN-CONTROL RECORD PER RUN, APPENDED TO THE SHARED
      *  LEDGER FOR THE BALANCING STEP
      *
           INITIALIZE RAS-LDG-REC.
           MOVE 'CSBM9545'           TO RAS-LDG-JOB-ID.
           MOVE RAS-RUN-DT           TO RAS-LDG-RUN-DT.
           ACCEPT RAS-LDG-WRIT-DT FROM DATE YYYYMMDD.
           ACCEPT RAS-LDG-WRIT-TIME FROM TIME.
           MOVE 'C'                  TO RAS-LDG-STAT-CD.
           MOVE RAS-OVRD-IND         TO RAS-LDG-OVRD-IND.

           MOVE 'RASPOLI'            TO RAS-LDG-CTL-ID (1).
           MOVE RAS-POL-READ-CNT     TO RAS-LDG-CTL-CNT (1).

           MOVE 'RASPOLO'            TO RAS-LDG-CTL-ID (2).
           MOVE RAS-NEW-CNT          TO RAS-LDG-CTL-CNT (2).

           MOVE 'RASRQST'            TO RAS-LDG-CTL-ID (3).
           MOVE RAS-RQST-READ-CNT    TO RAS-LDG-CTL-CNT (3).

           MOVE 'ACCEPTED'           TO RAS-LDG-CTL-ID (4).
           MOVE RAS-ROW-ACPT-CNT     TO RAS-LDG-CTL-CNT (4).

           MOVE 'MOVED'              TO RAS-LDG-CTL-ID (5).
           MOVE RAS-MOVED-CNT        TO RAS-LDG-CTL-CNT (5).
           MOVE RAS-MOVED-PREM-AMT   TO RAS-LDG-CTL-HASH (5).

           MOVE 'RASEXC'             TO RAS-LDG-CTL-ID (6).
           MOVE RAS-EXC-CNT          TO RAS-LDG-CTL-CNT (6).

           MOVE 'RSTRTSKP'           TO RAS-LDG-CTL-ID (7).
           MOVE RAS-RSTRT-SKIP-CNT   TO RAS-LDG-CTL-CNT (7).

           OPEN EXTEND RASLEDG-FILE.
           WRITE RAS-LDG-REC.
           CLOSE RASLEDG-FILE.

       8900-WRITE-LEDGER-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM CSBM9545                     **
      *****************************************************************
