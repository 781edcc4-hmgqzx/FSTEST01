      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. CSBM9539.

       COPY XCWWCRHT.

      *****************************************************************
      *  CONSOLIDATED BRANCH DAILY WORK QUEUE.                        *
      *                                                               *
      *  THE NIGHTLY EXCEPTION JOBS EACH WRITE THEIR OWN OUTPUT AND   *
      *  SUPERVISORS WERE STITCHING THEM TOGETHER BY HAND EVERY       *
      *  MORNING; TWO OF THEM CARRY NO BRANCH AT ALL, SO THOSE ITEMS  *
      *  WENT UNOWNED.  THIS JOB READS ALL FIVE OUTPUTS, LOOKS UP     *
      *  EACH POLICY'S SERVICING BRANCH AND AGENT ON THE POLICY       *
      *  MASTER UNLOAD, AND WRITES ONE PRIORITIZED WORK-QUEUE FILE    *
      *  PLUS A PRINTED QUEUE PER BRANCH, ENDING WITH A COMPANY-WIDE  *
      *  SUMMARY PAGE OF OPEN ITEMS BY BRANCH AND TYPE.               *
      *                                                               *
      *  INPUTS:                                                      *
      *    QUEPARM  - RUN DATE AND TARGET DAYS FOR THE ITEM TYPES     *
      *               THAT CARRY NO DUE DATE OF THEIR OWN             *
      *    QUEPOL   - POLICY MASTER UNLOAD IN POL-ID SEQUENCE         *
      *    ACKLTR   - CSBM9530 ACKNOWLEDGEMENT CHASE LETTER EXTRACT   *
      *    HLDRESO  - CSBM9535 PREMIUM-HOLIDAY RESUMPTION EXTRACT     *
      *    AGBORPH  - CSBM9536 ORPHANED-POLICY EXCEPTIONS             *
      *    INTEXCP  - CSBM9532 RELATIONSHIP INTEGRITY EXCEPTIONS      *
      *    RCNSUSPO - CSBM9529 OPEN PAYMENT SUSPENSE MASTER           *
      *    QUEHSTI  - PRIOR RUN'S QUEUE HISTORY (ITEM KEY SEQUENCE)   *
      *  OUTPUTS:                                                     *
      *    QUEOUT   - WORK-QUEUE FILE, BRANCH / PRIORITY / DUE DATE   *
      *    QUERPT   - PRINTED QUEUE PER BRANCH AND SUMMARY PAGE       *
      *    QUEHSTO  - QUEUE HISTORY FOR THE NEXT RUN                  *
      *                                                               *
      *  ITEM TYPES, IN PRIORITY ORDER:                               *
      *    1 ACKO - ACKNOWLEDGEMENT RECEIVE DEADLINE PAST             *
      *    2 SUSP - OPEN PAYMENT SUSPENSE ITEM                        *
      *    3 ACKF - ACKNOWLEDGEMENT FINAL DEADLINE APPROACHING        *
      *    4 HLDY - PREMIUM HOLIDAY ABOUT TO END                      *
      *    5 ORPH - SERVICING AGENT MISSING OR TERMINATED             *
      *    6 RELD - POLC / CLI RELATIONSHIP DEFECT                    *
      *                                                               *
      *  AGE IS DAYS SINCE THE ITEM OPENED: THE DEADLINE FOR A PAST-  *
      *  DUE ACKNOWLEDGEMENT, THE SUSPENSE OPEN DATE, OTHERWISE THE   *
      *  DATE THE ITEM FIRST APPEARED ON THE QUEUE (CARRIED RUN TO    *
      *  RUN ON THE QUEUE HISTORY, THE SAME WAY THE CHASE LETTERS     *
      *  CARRY THEIR APPEARANCE COUNT).  THE DUE DATE IS THE ITEM'S   *
      *  OWN DEADLINE OR RESUMPTION DATE WHERE IT HAS ONE, OTHERWISE  *
      *  THE OPEN DATE PLUS THE PARAMETER TARGET FOR ITS TYPE.        *
      *                                                               *
      *  A POLICY NOT ON THE MASTER UNLOAD KEEPS THE BRANCH ITS       *
      *  SOURCE JOB CARRIED, IF ANY, ELSE IT IS QUEUED UNDER BRANCH   *
      *  '*****' SO THE ITEM IS NEVER DROPPED.                        *
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

           SELECT QUEPARM-FILE   ASSIGN TO QUEPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS QUE-PARM-STAT.

           SELECT QUEPOL-FILE    ASSIGN TO QUEPOL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS QUE-POL-STAT.

           SELECT ACKLTR-FILE    ASSIGN TO ACKLTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS QUE-ACK-STAT.

           SELECT HLDRESO-FILE   ASSIGN TO HLDRESO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS QUE-HLD-STAT.

           SELECT AGBORPH-FILE   ASSIGN TO AGBORPH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS QUE-ORPH-STAT.

           SELECT INTEXCP-FILE   ASSIGN TO INTEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS QUE-EXCP-STAT.

           SELECT RCNSUSPO-FILE  ASSIGN TO RCNSUSPO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS QUE-SUSP-STAT.

           SELECT QUEHSTI-FILE   ASSIGN TO QUEHSTI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS QUE-HSTI-STAT.

           SELECT QUEHSTO-FILE   ASSIGN TO QUEHSTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS QUE-HSTO-STAT.

           SELECT QUEWORK-FILE   ASSIGN TO QUEWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS QUE-WORK-STAT.

           SELECT QUEOUT-FILE    ASSIGN TO QUEOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS QUE-OUT-STAT.

           SELECT QUERPT-FILE    ASSIGN TO QUERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS QUE-RPT-STAT.

           SELECT QUELEDG-FILE   ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS QUE-LDG-STAT.

           SELECT QUESRT1-FILE   ASSIGN TO SORTWK01.

           SELECT QUESRT2-FILE   ASSIGN TO SORTWK02.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       FD  QUEPARM-FILE
           RECORDING MODE IS F.
       01  QUE-PARM-REC.
           05  QUE-PARM-RUN-DT                 PIC 9(08).
           05  FILLER                          PIC X(01).
           05  QUE-PARM-SUSP-DUE-DYS           PIC 9(03).
           05  FILLER                          PIC X(01).
           05  QUE-PARM-ORPH-DUE-DYS           PIC 9(03).
           05  FILLER                          PIC X(01).
           05  QUE-PARM-RELD-DUE-DYS           PIC 9(03).
           05  FILLER                          PIC X(60).

       FD  QUEPOL-FILE
           RECORDING MODE IS F.
       01  QUE-POL-REC.
           05  QUE-POL-ID                      PIC X(10).
           05  QUE-POL-PLAN-ID                 PIC X(10).
           05  QUE-POL-INFC-IND                PIC X(01).
           05  QUE-POL-SERV-AGT-ID             PIC X(10).
           05  QUE-POL-SERV-BR-ID              PIC X(05).
           05  FILLER                          PIC X(44).

      *  CSBM9530 LETTER EXTRACT - NAME AND ADDRESS NOT NEEDED HERE
       FD  ACKLTR-FILE
           RECORDING MODE IS F.
       01  QUE-ACK-REC.
           05  QUE-ACK-POL-ID                  PIC X(10).
           05  QUE-ACK-TYP-CD                  PIC X(01).
               88  QUE-ACK-TYP-OVRDU           VALUE 'O'.
           05  QUE-ACK-ESCL-LVL                PIC 9(01).
           05  QUE-ACK-OWNR-CLI-ID             PIC X(10).
           05  FILLER                          PIC X(193).
           05  QUE-ACK-SERV-AGT-ID             PIC X(10).
           05  QUE-ACK-SERV-BR-ID              PIC X(05).
           05  QUE-ACK-DEADLN-DT               PIC 9(08).
           05  QUE-ACK-DAYS-OVRDU              PIC S9(05).
           05  FILLER                          PIC X(07).

       FD  HLDRESO-FILE
           RECORDING MODE IS F.
       01  QUE-HLD-REC.
           05  QUE-HLD-POL-ID                  PIC X(10).
           05  QUE-HLD-RESUME-DT               PIC 9(08).
           05  QUE-HLD-BILL-MODE-CD            PIC X(01).
           05  QUE-HLD-MPREM-AMT               PIC S9(13)V9(02).
           05  QUE-HLD-SERV-BR-ID              PIC X(05).
           05  FILLER                          PIC X(41).

       FD  AGBORPH-FILE
           RECORDING MODE IS F.
       01  QUE-ORPH-REC.
           05  QUE-ORPH-SERV-AGT-ID            PIC X(10).
           05  QUE-ORPH-RSN-CD                 PIC X(01).
               88  QUE-ORPH-RSN-TERM           VALUE 'T'.
           05  QUE-ORPH-POL-ID                 PIC X(10).
           05  QUE-ORPH-PLAN-ID                PIC X(10).
           05  QUE-ORPH-CSTAT-CD               PIC X(02).
           05  QUE-ORPH-MPREM-AMT              PIC S9(13)V9(02).
           05  QUE-ORPH-OWNR-CLI-ID            PIC X(10).
           05  QUE-ORPH-SERV-BR-ID             PIC X(05).
           05  FILLER                          PIC X(17).

       FD  INTEXCP-FILE
           RECORDING MODE IS F.
       01  QUE-EXCP-REC.
           05  QUE-EXCP-POL-ID                 PIC X(10).
           05  QUE-EXCP-CLI-ID                 PIC X(10).
           05  QUE-EXCP-CD                     PIC X(04).
           05  QUE-EXCP-TXT                    PIC X(30).
           05  FILLER                          PIC X(26).

       FD  RCNSUSPO-FILE
           RECORDING MODE IS F.
       01  QUE-SUSP-REC.
           05  QUE-SUSP-POL-ID                 PIC X(10).
           05  QUE-SUSP-PAY-DT                 PIC X(10).
           05  QUE-SUSP-TYP-CD                 PIC X(01).
               88  QUE-SUSP-TYP-MISMATCH       VALUE 'M'.
               88  QUE-SUSP-TYP-LFCM-ONLY      VALUE 'L'.
               88  QUE-SUSP-TYP-ZPAY-ONLY      VALUE 'Z'.
           05  QUE-SUSP-LFCM-AMT               PIC S9(13)V9(02).
           05  QUE-SUSP-ZPAY-AMT               PIC S9(13)V9(02).
           05  QUE-SUSP-OPEN-DT                PIC 9(08).
           05  QUE-SUSP-AGE-DYS                PIC 9(03).
           05  FILLER                          PIC X(18).

       FD  QUEHSTI-FILE
           RECORDING MODE IS F.
       01  QUE-HSTI-REC.
           05  QUE-HSTI-KEY.
               10  QUE-HSTI-POL-ID             PIC X(10).
               10  QUE-HSTI-ITEM-TYP           PIC X(04).
               10  QUE-HSTI-REF                PIC X(14).
           05  QUE-HSTI-FIRST-DT               PIC 9(08).
           05  QUE-HSTI-LAST-RUN-DT            PIC 9(08).
           05  FILLER                          PIC X(36).

       FD  QUEHSTO-FILE
           RECORDING MODE IS F.
       01  QUE-HSTO-REC.
           05  QUE-HSTO-KEY.
               10  QUE-HSTO-POL-ID             PIC X(10).
               10  QUE-HSTO-ITEM-TYP           PIC X(04).
               10  QUE-HSTO-REF                PIC X(14).
           05  QUE-HSTO-FIRST-DT               PIC 9(08).
           05  QUE-HSTO-LAST-RUN-DT            PIC 9(08).
           05  FILLER                          PIC X(36).

      *  QUEUE ITEMS WITH BRANCH, DATES AND AGE ASSIGNED, IN POLICY
      *  SEQUENCE, AWAITING THE BRANCH / PRIORITY SORT
       FD  QUEWORK-FILE
           RECORDING MODE IS F.
       01  QUE-WORK-REC.
           05  QUE-WRK-BR-ID                   PIC X(05).
           05  QUE-WRK-PRTY                    PIC 9(01).
           05  QUE-WRK-DUE-DT                  PIC 9(08).
           05  QUE-WRK-POL-ID                  PIC X(10).
           05  QUE-WRK-ITEM-TYP                PIC X(04).
           05  QUE-WRK-REF                     PIC X(14).
           05  QUE-WRK-SERV-AGT-ID             PIC X(10).
           05  QUE-WRK-OPEN-DT                 PIC 9(08).
           05  QUE-WRK-AGE-DYS                 PIC 9(05).
           05  QUE-WRK-PAST-DUE-IND            PIC X(01).
           05  QUE-WRK-SRC-JOB                 PIC X(08).
           05  QUE-WRK-DESC                    PIC X(30).
           05  FILLER                          PIC X(16).

       FD  QUEOUT-FILE
           RECORDING MODE IS F.
       01  QUE-OUT-REC                         PIC X(120).

       FD  QUERPT-FILE
           RECORDING MODE IS F.
       01  QUE-RPT-REC                         PIC X(132).

       FD  QUELEDG-FILE
           RECORDING MODE IS F.
       01  QUE-LDG-REC.
           05  QUE-LDG-JOB-ID                  PIC X(08).
           05  QUE-LDG-RUN-DT                  PIC 9(08).
           05  QUE-LDG-STEP-NO                 PIC 9(02).
           05  QUE-LDG-PROC-DT                 PIC X(10).
           05  QUE-LDG-WRIT-DT                 PIC 9(08).
           05  QUE-LDG-WRIT-TIME               PIC 9(08).
           05  QUE-LDG-STAT-CD                 PIC X(01).
           05  QUE-LDG-OVRD-IND                PIC X(01).
           05  QUE-LDG-CTL-T OCCURS 8.
               10  QUE-LDG-CTL-ID              PIC X(08).
               10  QUE-LDG-CTL-CNT             PIC 9(09).
               10  QUE-LDG-CTL-HASH            PIC S9(15)V9(02).

      *  FIRST PASS: EVERY SOURCE ITEM, POLICY SEQUENCE FOR THE
      *  MASTER LOOKUP AND THE HISTORY MATCH
       SD  QUESRT1-FILE.
       01  QUE-S1-REC.
           05  QUE-S1-KEY.
               10  QUE-S1-POL-ID               PIC X(10).
               10  QUE-S1-ITEM-TYP             PIC X(04).
                   88  QUE-S1-TYP-SUSP         VALUE 'SUSP'.
                   88  QUE-S1-TYP-ORPH         VALUE 'ORPH'.
                   88  QUE-S1-TYP-RELD         VALUE 'RELD'.
               10  QUE-S1-REF                  PIC X(14).
           05  QUE-S1-PRTY                     PIC 9(01).
           05  QUE-S1-SRC-OPEN-DT              PIC 9(08).
           05  QUE-S1-SRC-DUE-DT               PIC 9(08).
           05  QUE-S1-SRC-AGT-ID               PIC X(10).
           05  QUE-S1-SRC-BR-ID                PIC X(05).
           05  QUE-S1-SRC-JOB                  PIC X(08).
           05  QUE-S1-DESC                     PIC X(30).

      *  SECOND PASS: THE WORK QUEUE IN BRANCH / PRIORITY ORDER
       SD  QUESRT2-FILE.
       01  QUE-S2-REC.
           05  QUE-S2-BR-ID                    PIC X(05).
           05  QUE-S2-PRTY                     PIC 9(01).
           05  QUE-S2-DUE-DT                   PIC 9(08).
           05  QUE-S2-POL-ID                   PIC X(10).
           05  QUE-S2-ITEM-TYP                 PIC X(04).
           05  QUE-S2-REF                      PIC X(14).
           05  QUE-S2-SERV-AGT-ID              PIC X(10).
           05  QUE-S2-OPEN-DT                  PIC 9(08).
           05  QUE-S2-AGE-DYS                  PIC 9(05).
           05  QUE-S2-PAST-DUE-IND             PIC X(01).
               88  QUE-S2-PAST-DUE             VALUE 'Y'.
           05  QUE-S2-SRC-JOB                  PIC X(08).
           05  QUE-S2-DESC                     PIC X(30).
           05  FILLER                          PIC X(16).

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'CSBM9539'.

       01  QUE-WORKING-STORAGE.
           05  QUE-PARM-STAT                   PIC X(02).
           05  QUE-POL-STAT                    PIC X(02).
               88  QUE-POL-EOF                 VALUE '10'.
           05  QUE-ACK-STAT                    PIC X(02).
               88  QUE-ACK-EOF                 VALUE '10'.
           05  QUE-HLD-STAT                    PIC X(02).
               88  QUE-HLD-EOF                 VALUE '10'.
           05  QUE-ORPH-STAT                   PIC X(02).
               88  QUE-ORPH-EOF                VALUE '10'.
           05  QUE-EXCP-STAT                   PIC X(02).
               88  QUE-EXCP-EOF                VALUE '10'.
           05  QUE-SUSP-STAT                   PIC X(02).
               88  QUE-SUSP-EOF                VALUE '10'.
           05  QUE-HSTI-STAT                   PIC X(02).
               88  QUE-HSTI-EOF                VALUE '10'.
           05  QUE-HSTO-STAT                   PIC X(02).
           05  QUE-WORK-STAT                   PIC X(02).
           05  QUE-OUT-STAT                    PIC X(02).
           05  QUE-RPT-STAT                    PIC X(02).
           05  QUE-LDG-STAT                    PIC X(02).
           05  QUE-RUN-DT                      PIC 9(08).
           05  QUE-RUN-SERIAL                  PIC S9(09) BINARY.
           05  QUE-OPEN-SERIAL                 PIC S9(09) BINARY.
           05  QUE-SUSP-DUE-DYS                PIC 9(03).
           05  QUE-ORPH-DUE-DYS                PIC 9(03).
           05  QUE-RELD-DUE-DYS                PIC 9(03).
           05  QUE-FIRST-DT                    PIC 9(08).
           05  QUE-ACK-READ-CNT                PIC S9(09) BINARY.
           05  QUE-HLD-READ-CNT                PIC S9(09) BINARY.
           05  QUE-ORPH-READ-CNT               PIC S9(09) BINARY.
           05  QUE-EXCP-READ-CNT               PIC S9(09) BINARY.
           05  QUE-SUSP-READ-CNT               PIC S9(09) BINARY.
           05  QUE-ITEM-CNT                    PIC S9(09) BINARY.
           05  QUE-NOPOL-CNT                   PIC S9(09) BINARY.
           05  QUE-NOBR-CNT                    PIC S9(09) BINARY.
           05  QUE-HST-CARRY-CNT               PIC S9(09) BINARY.
           05  QUE-HST-NEW-CNT                 PIC S9(09) BINARY.
           05  QUE-PAST-DUE-CNT                PIC S9(09) BINARY.
           05  QUE-BRANCH-CNT                  PIC S9(09) BINARY.
           05  QUE-BR-CNT                      PIC S9(09) BINARY.
           05  QUE-BR-PAST-DUE-CNT             PIC S9(09) BINARY.
           05  QUE-PREV-BR-ID                  PIC X(05).
           05  QUE-UNKNOWN-BR-ID               PIC X(05)
                                               VALUE '*****'.
           05  QUE-SUM-CNT                     PIC S9(04) BINARY.
           05  QUE-SUM-SUB                     PIC S9(04) BINARY.
           05  QUE-SUM-MAX                     PIC S9(04) BINARY
                                               VALUE +2000.
           05  QUE-SUM-ROW-SW                  PIC X(01).
               88  QUE-SUM-ROW-ACTIVE          VALUE 'Y'.
           05  QUE-SUM-OVRFL-SW                PIC X(01).
               88  QUE-SUM-OVRFL               VALUE 'Y'.

      *  ESCALATION LEVEL SHOWN IN THE OVERDUE-ACKNOWLEDGEMENT TEXT
       01  QUE-ACKO-DESC.
           05  FILLER                          PIC X(29)
               VALUE 'ACK RECEIVE DEADLINE PAST - L'.
           05  QUE-ACKO-DESC-LVL               PIC 9(01).

      *  OPEN ITEMS BY BRANCH AND TYPE FOR THE SUMMARY PAGE.  BRANCHES
      *  ARRIVE IN SEQUENCE, SO EACH NEW BRANCH TAKES THE NEXT ROW;
      *  THE TYPE SUBSCRIPT IS THE ITEM PRIORITY (ONE TYPE EACH)
       01  QUE-SUM-TABLE-AREA.
           05  QUE-SUM-T OCCURS 2000.
               10  QUE-SUM-BR-ID               PIC X(05).
               10  QUE-SUM-TYP-CNT OCCURS 6    PIC S9(09) BINARY.
               10  QUE-SUM-TOT-CNT             PIC S9(09) BINARY.
               10  QUE-SUM-PAST-CNT            PIC S9(09) BINARY.

       01  QUE-CO-TOTALS.
           05  QUE-CO-TYP-CNT OCCURS 6         PIC S9(09) BINARY.

      *  INTEGER DATE WORK FIELDS (PROLEPTIC GREGORIAN DAY NUMBER)
       01  QUE-DATE-WORK.
           05  QUE-DW-DATE                     PIC 9(08).
           05  QUE-DW-DATE-R REDEFINES QUE-DW-DATE.
               10  QUE-DW-YYYY                 PIC 9(04).
               10  QUE-DW-MM                   PIC 9(02).
               10  QUE-DW-DD                   PIC 9(02).
           05  QUE-DW-SERIAL                   PIC S9(09) BINARY.
           05  QUE-DW-A                        PIC S9(09) BINARY.
           05  QUE-DW-B                        PIC S9(09) BINARY.
           05  QUE-DW-C                        PIC S9(09) BINARY.
           05  QUE-DW-D                        PIC S9(09) BINARY.
           05  QUE-DW-E                        PIC S9(09) BINARY.
           05  QUE-DW-M                        PIC S9(09) BINARY.
           05  QUE-DW-Y                        PIC S9(09) BINARY.

       01  QUE-RPT-HDG-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(42)
               VALUE 'CSBM9539  BRANCH DAILY WORK QUEUE        '.
           05  FILLER                          PIC X(10)
               VALUE 'RUN DATE: '.
           05  QUE-RPT-HDG-DT                  PIC 9(08).
           05  FILLER                          PIC X(71).

       01  QUE-RPT-BR-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(08)
               VALUE 'BRANCH: '.
           05  QUE-RPT-BR-ID                   PIC X(05).
           05  FILLER                          PIC X(02).
           05  QUE-RPT-BR-TXT                  PIC X(40).
           05  FILLER                          PIC X(76).

       01  QUE-RPT-COL-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(101) VALUE
               'P   TYPE  POLICY      AGENT       OPENED    DUE DATE    
      -        '  AGE  DESCRIPTION                     SOURCE'.
           05  FILLER                          PIC X(30).

       01  QUE-RPT-DTL-LINE.
           05  FILLER                          PIC X(01).
           05  QUE-RPT-DTL-PRTY                PIC 9(01).
           05  FILLER                          PIC X(03).
           05  QUE-RPT-DTL-TYP                 PIC X(04).
           05  FILLER                          PIC X(02).
           05  QUE-RPT-DTL-POL-ID              PIC X(10).
           05  FILLER                          PIC X(02).
           05  QUE-RPT-DTL-AGT                 PIC X(10).
           05  FILLER                          PIC X(02).
           05  QUE-RPT-DTL-OPEN-DT             PIC 9(08).
           05  FILLER                          PIC X(02).
           05  QUE-RPT-DTL-DUE-DT              PIC 9(08).
           05  FILLER                          PIC X(01).
           05  QUE-RPT-DTL-PAST-DUE            PIC X(01).
           05  FILLER                          PIC X(02).
           05  QUE-RPT-DTL-AGE                 PIC ZZZZ9.
           05  FILLER                          PIC X(02).
           05  QUE-RPT-DTL-DESC                PIC X(30).
           05  FILLER                          PIC X(02).
           05  QUE-RPT-DTL-SRC-JOB             PIC X(08).
           05  FILLER                          PIC X(28).

       01  QUE-RPT-CNT-LINE.
           05  FILLER                          PIC X(01).
           05  QUE-RPT-CNT-TXT                 PIC X(35).
           05  QUE-RPT-CNT-NUM                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(85).

       01  QUE-SUM-HDG-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(42)
               VALUE 'CSBM9539  OPEN ITEMS BY BRANCH AND TYPE  '.
           05  FILLER                          PIC X(10)
               VALUE 'RUN DATE: '.
           05  QUE-SUM-HDG-DT                  PIC 9(08).
           05  FILLER                          PIC X(71).

       01  QUE-SUM-COL-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(80) VALUE
               'BRANCH       ACKO     SUSP     ACKF     HLDY     ORPH   
      -        '  RELD    TOTAL PAST DUE'.
           05  FILLER                          PIC X(51).

       01  QUE-SUM-DTL-LINE.
           05  FILLER                          PIC X(01).
           05  QUE-SUM-DTL-BR                  PIC X(08).
           05  QUE-SUM-DTL-GRP OCCURS 6.
               10  FILLER                      PIC X(02).
               10  QUE-SUM-DTL-NUM             PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(02).
           05  QUE-SUM-DTL-TOT                 PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(02).
           05  QUE-SUM-DTL-PAST                PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(51).
      /
       PROCEDURE DIVISION.
      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  1000-INITIALIZE
               THRU 1000-INITIALIZE-X.

           SORT QUESRT1-FILE
               ON ASCENDING KEY QUE-S1-POL-ID
                                QUE-S1-ITEM-TYP
                                QUE-S1-REF
               INPUT  PROCEDURE IS 2000-COLLECT-ITEMS
                               THRU 2000-COLLECT-ITEMS-X
               OUTPUT PROCEDURE IS 3000-ASSIGN-ITEMS
                               THRU 3000-ASSIGN-ITEMS-X.

           SORT QUESRT2-FILE
               ON ASCENDING KEY QUE-S2-BR-ID
                                QUE-S2-PRTY
                                QUE-S2-DUE-DT
                                QUE-S2-POL-ID
                                QUE-S2-ITEM-TYP
               USING QUEWORK-FILE
               OUTPUT PROCEDURE IS 5000-PRINT-QUEUE
                               THRU 5000-PRINT-QUEUE-X.

           PERFORM  9000-FINALIZE
               THRU 9000-FINALIZE-X.

       0000-MAINLINE-X.
           GOBACK.

      /
      *----------------
       1000-INITIALIZE.
      *----------------

           MOVE ZERO                 TO QUE-ACK-READ-CNT.
           MOVE ZERO                 TO QUE-HLD-READ-CNT.
           MOVE ZERO                 TO QUE-ORPH-READ-CNT.
           MOVE ZERO                 TO QUE-EXCP-READ-CNT.
           MOVE ZERO                 TO QUE-SUSP-READ-CNT.
           MOVE ZERO                 TO QUE-ITEM-CNT.
           MOVE ZERO                 TO QUE-NOPOL-CNT.
           MOVE ZERO                 TO QUE-NOBR-CNT.
           MOVE ZERO                 TO QUE-HST-CARRY-CNT.
           MOVE ZERO                 TO QUE-HST-NEW-CNT.
           MOVE ZERO                 TO QUE-PAST-DUE-CNT.
           MOVE ZERO                 TO QUE-BRANCH-CNT.
           MOVE ZERO                 TO QUE-SUM-CNT.
           MOVE SPACE                TO QUE-SUM-ROW-SW.
           MOVE SPACE                TO QUE-SUM-OVRFL-SW.
           MOVE SPACES               TO QUE-PREV-BR-ID.
           INITIALIZE QUE-CO-TOTALS.

           OPEN INPUT  QUEPARM-FILE.
           READ QUEPARM-FILE.
           CLOSE QUEPARM-FILE.

           MOVE QUE-PARM-RUN-DT      TO QUE-RUN-DT.
           IF  QUE-RUN-DT NOT NUMERIC
           OR  QUE-RUN-DT = ZERO
               ACCEPT QUE-RUN-DT FROM DATE YYYYMMDD
           END-IF.

      *  TARGET DAYS FOR THE TYPES WITH NO DEADLINE OF THEIR OWN; THE
      *  SUSPENSE DEFAULT MATCHES THE FIRST CASH-CONTROL AGE BUCKET
           MOVE QUE-PARM-SUSP-DUE-DYS TO QUE-SUSP-DUE-DYS.
           IF  QUE-SUSP-DUE-DYS NOT NUMERIC
           OR  QUE-SUSP-DUE-DYS = ZERO
               MOVE 003              TO QUE-SUSP-DUE-DYS
           END-IF.
           MOVE QUE-PARM-ORPH-DUE-DYS TO QUE-ORPH-DUE-DYS.
           IF  QUE-ORPH-DUE-DYS NOT NUMERIC
           OR  QUE-ORPH-DUE-DYS = ZERO
               MOVE 010              TO QUE-ORPH-DUE-DYS
           END-IF.
           MOVE QUE-PARM-RELD-DUE-DYS TO QUE-RELD-DUE-DYS.
           IF  QUE-RELD-DUE-DYS NOT NUMERIC
           OR  QUE-RELD-DUE-DYS = ZERO
               MOVE 030              TO QUE-RELD-DUE-DYS
           END-IF.

           MOVE QUE-RUN-DT           TO QUE-DW-DATE.
           PERFORM  8100-DATE-TO-SERIAL
               THRU 8100-DATE-TO-SERIAL-X.
           MOVE QUE-DW-SERIAL        TO QUE-RUN-SERIAL.

           OPEN OUTPUT QUERPT-FILE.

           MOVE QUE-RUN-DT           TO QUE-RPT-HDG-DT.
           WRITE QUE-RPT-REC FROM QUE-RPT-HDG-LINE.
           MOVE SPACES               TO QUE-RPT-REC.
           WRITE QUE-RPT-REC.

       1000-INITIALIZE-X.
           EXIT.
      /
      *----------------------
       2000-COLLECT-ITEMS.
      *----------------------
      *
      *  ONE SORT RECORD PER OPEN ITEM FROM EACH OF THE FIVE SOURCES
      *
           OPEN INPUT  ACKLTR-FILE
                       HLDRESO-FILE
                       AGBORPH-FILE
                       INTEXCP-FILE
                       RCNSUSPO-FILE.

           READ ACKLTR-FILE.
           PERFORM  2100-RELEASE-ACK
               THRU 2100-RELEASE-ACK-X
                   UNTIL QUE-ACK-EOF.

           READ RCNSUSPO-FILE.
           PERFORM  2200-RELEASE-SUSP
               THRU 2200-RELEASE-SUSP-X
                   UNTIL QUE-SUSP-EOF.

           READ HLDRESO-FILE.
           PERFORM  2300-RELEASE-HLDY
               THRU 2300-RELEASE-HLDY-X
                   UNTIL QUE-HLD-EOF.

           READ AGBORPH-FILE.
           PERFORM  2400-RELEASE-ORPH
               THRU 2400-RELEASE-ORPH-X
                   UNTIL QUE-ORPH-EOF.

           READ INTEXCP-FILE.
           PERFORM  2500-RELEASE-RELD
               THRU 2500-RELEASE-RELD-X
                   UNTIL QUE-EXCP-EOF.

           CLOSE ACKLTR-FILE
                 HLDRESO-FILE
                 AGBORPH-FILE
                 INTEXCP-FILE
                 RCNSUSPO-FILE.

       2000-COLLECT-ITEMS-X.
           EXIT.
      /
      *--------------------
       2100-RELEASE-ACK.
      *--------------------
      *
      *  A CHASE LETTER IS EITHER PAST ITS RECEIVE DEADLINE (OPEN
      *  SINCE THAT DEADLINE) OR APPROACHING ITS FINAL DEADLINE
      *
           ADD +1                    TO QUE-ACK-READ-CNT.

           MOVE SPACES               TO QUE-S1-REC.
           MOVE QUE-ACK-POL-ID       TO QUE-S1-POL-ID.
           MOVE QUE-ACK-DEADLN-DT    TO QUE-S1-SRC-DUE-DT.
           MOVE QUE-ACK-SERV-AGT-ID  TO QUE-S1-SRC-AGT-ID.
           MOVE QUE-ACK-SERV-BR-ID   TO QUE-S1-SRC-BR-ID.
           MOVE 'CSBM9530'           TO QUE-S1-SRC-JOB.

           IF  QUE-ACK-TYP-OVRDU
               MOVE 'ACKO'           TO QUE-S1-ITEM-TYP
               MOVE 1                TO QUE-S1-PRTY
               MOVE QUE-ACK-DEADLN-DT TO QUE-S1-SRC-OPEN-DT
               MOVE QUE-ACK-ESCL-LVL TO QUE-ACKO-DESC-LVL
               MOVE QUE-ACKO-DESC    TO QUE-S1-DESC
           ELSE
               MOVE 'ACKF'           TO QUE-S1-ITEM-TYP
               MOVE 3                TO QUE-S1-PRTY
               MOVE ZERO             TO QUE-S1-SRC-OPEN-DT
               MOVE 'ACK FINAL DEADLINE APPROACHING'
                                     TO QUE-S1-DESC
           END-IF.

           RELEASE QUE-S1-REC.

           READ ACKLTR-FILE.

       2100-RELEASE-ACK-X.
           EXIT.
      /
      *---------------------
       2200-RELEASE-SUSP.
      *---------------------
      *
      *  AN OPEN SUSPENSE ITEM IS KEYED BY POLICY AND PAYMENT DATE
      *  AND ALREADY KNOWS WHEN IT OPENED
      *
           ADD +1                    TO QUE-SUSP-READ-CNT.

           MOVE SPACES               TO QUE-S1-REC.
           MOVE QUE-SUSP-POL-ID      TO QUE-S1-POL-ID.
           MOVE 'SUSP'               TO QUE-S1-ITEM-TYP.
           MOVE QUE-SUSP-PAY-DT      TO QUE-S1-REF.
           MOVE 2                    TO QUE-S1-PRTY.
           MOVE QUE-SUSP-OPEN-DT     TO QUE-S1-SRC-OPEN-DT.
           MOVE ZERO                 TO QUE-S1-SRC-DUE-DT.
           MOVE 'CSBM9529'           TO QUE-S1-SRC-JOB.

           EVALUATE TRUE
               WHEN QUE-SUSP-TYP-MISMATCH
                   MOVE 'SUSPENSE - AMOUNT MISMATCH'
                                     TO QUE-S1-DESC
               WHEN QUE-SUSP-TYP-LFCM-ONLY
                   MOVE 'SUSPENSE - LFCM PAYMENT ONLY'
                                     TO QUE-S1-DESC
               WHEN QUE-SUSP-TYP-ZPAY-ONLY
                   MOVE 'SUSPENSE - ZPAY PAYMENT ONLY'
                                     TO QUE-S1-DESC
               WHEN OTHER
                   MOVE 'SUSPENSE - OPEN ITEM'
                                     TO QUE-S1-DESC
           END-EVALUATE.

           RELEASE QUE-S1-REC.

           READ RCNSUSPO-FILE.

       2200-RELEASE-SUSP-X.
           EXIT.
      /
      *---------------------
       2300-RELEASE-HLDY.
      *---------------------

           ADD +1                    TO QUE-HLD-READ-CNT.

           MOVE SPACES               TO QUE-S1-REC.
           MOVE QUE-HLD-POL-ID       TO QUE-S1-POL-ID.
           MOVE 'HLDY'               TO QUE-S1-ITEM-TYP.
           MOVE 4                    TO QUE-S1-PRTY.
           MOVE ZERO                 TO QUE-S1-SRC-OPEN-DT.
           MOVE QUE-HLD-RESUME-DT    TO QUE-S1-SRC-DUE-DT.
           MOVE QUE-HLD-SERV-BR-ID   TO QUE-S1-SRC-BR-ID.
           MOVE 'CSBM9535'           TO QUE-S1-SRC-JOB.
           MOVE 'PREMIUM HOLIDAY RESUMPTION'
                                     TO QUE-S1-DESC.

           RELEASE QUE-S1-REC.

           READ HLDRESO-FILE.

       2300-RELEASE-HLDY-X.
           EXIT.
      /
      *---------------------
       2400-RELEASE-ORPH.
      *---------------------

           ADD +1                    TO QUE-ORPH-READ-CNT.

           MOVE SPACES               TO QUE-S1-REC.
           MOVE QUE-ORPH-POL-ID      TO QUE-S1-POL-ID.
           MOVE 'ORPH'               TO QUE-S1-ITEM-TYP.
           MOVE QUE-ORPH-RSN-CD      TO QUE-S1-REF.
           MOVE 5                    TO QUE-S1-PRTY.
           MOVE ZERO                 TO QUE-S1-SRC-OPEN-DT.
           MOVE ZERO                 TO QUE-S1-SRC-DUE-DT.
           MOVE QUE-ORPH-SERV-AGT-ID TO QUE-S1-SRC-AGT-ID.
           MOVE QUE-ORPH-SERV-BR-ID  TO QUE-S1-SRC-BR-ID.
           MOVE 'CSBM9536'           TO QUE-S1-SRC-JOB.

           IF  QUE-ORPH-RSN-TERM
               MOVE 'ORPHANED - AGENT TERMINATED'
                                     TO QUE-S1-DESC
           ELSE
               MOVE 'ORPHANED - AGENT NOT ON FILE'
                                     TO QUE-S1-DESC
           END-IF.

           RELEASE QUE-S1-REC.

           READ AGBORPH-FILE.

       2400-RELEASE-ORPH-X.
           EXIT.
      /
      *---------------------
       2500-RELEASE-RELD.
      *---------------------
      *
      *  THE EXCEPTION CODE AND CLIENT TELL ONE DEFECT FROM ANOTHER
      *  ON THE SAME POLICY
      *
           ADD +1                    TO QUE-EXCP-READ-CNT.

           MOVE SPACES               TO QUE-S1-REC.
           MOVE QUE-EXCP-POL-ID      TO QUE-S1-POL-ID.
           MOVE 'RELD'               TO QUE-S1-ITEM-TYP.
           MOVE QUE-EXCP-CD          TO QUE-S1-REF (1:4).
           MOVE QUE-EXCP-CLI-ID      TO QUE-S1-REF (5:10).
           MOVE 6                    TO QUE-S1-PRTY.
           MOVE ZERO                 TO QUE-S1-SRC-OPEN-DT.
           MOVE ZERO                 TO QUE-S1-SRC-DUE-DT.
           MOVE 'CSBM9532'           TO QUE-S1-SRC-JOB.
           MOVE QUE-EXCP-TXT         TO QUE-S1-DESC.

           RELEASE QUE-S1-REC.

           READ INTEXCP-FILE.

       2500-RELEASE-RELD-X.
           EXIT.
      /
      *---------------------
       3000-ASSIGN-ITEMS.
      *---------------------
      *
      *  ITEMS COME BACK IN POLICY SEQUENCE, WITH THE POLICY MASTER
      *  AND THE QUEUE HISTORY RIDING ALONGSIDE IN THE SAME SEQUENCE
      *
           OPEN INPUT  QUEPOL-FILE
                       QUEHSTI-FILE.
           OPEN OUTPUT QUEHSTO-FILE
                       QUEWORK-FILE.

           READ QUEPOL-FILE.
           READ QUEHSTI-FILE.

           PERFORM  3100-RETURN-ITEM
               THRU 3100-RETURN-ITEM-X.

           PERFORM  3200-BUILD-QUEUE-ITEM
               THRU 3200-BUILD-QUEUE-ITEM-X
                   UNTIL QUE-S1-POL-ID = HIGH-VALUES.

           CLOSE QUEPOL-FILE
                 QUEHSTI-FILE
                 QUEHSTO-FILE
                 QUEWORK-FILE.

       3000-ASSIGN-ITEMS-X.
           EXIT.
      /
      *--------------------
       3100-RETURN-ITEM.
      *--------------------

           RETURN QUESRT1-FILE
               AT END
                   MOVE HIGH-VALUES  TO QUE-S1-POL-ID
           END-RETURN.

       3100-RETURN-ITEM-X.
           EXIT.
      /
      *-------------------------
       3200-BUILD-QUEUE-ITEM.
      *-------------------------

           ADD +1                    TO QUE-ITEM-CNT.
           MOVE SPACES               TO QUE-WORK-REC.

           PERFORM  3300-MATCH-POLICY
               THRU 3300-MATCH-POLICY-X.

           PERFORM  3400-MATCH-HISTORY
               THRU 3400-MATCH-HISTORY-X.

      *  OPEN DATE: THE SOURCE'S OWN WHERE IT HAS ONE, ELSE THE DATE
      *  THE ITEM FIRST APPEARED ON THE QUEUE
           IF  QUE-S1-SRC-OPEN-DT NUMERIC
           AND QUE-S1-SRC-OPEN-DT NOT = ZERO
               MOVE QUE-S1-SRC-OPEN-DT TO QUE-WRK-OPEN-DT
           ELSE
               MOVE QUE-FIRST-DT     TO QUE-WRK-OPEN-DT
           END-IF.

           MOVE QUE-WRK-OPEN-DT      TO QUE-DW-DATE.
           PERFORM  8100-DATE-TO-SERIAL
               THRU 8100-DATE-TO-SERIAL-X.
           MOVE QUE-DW-SERIAL        TO QUE-OPEN-SERIAL.

           IF  QUE-RUN-SERIAL > QUE-OPEN-SERIAL
               COMPUTE QUE-WRK-AGE-DYS =
                       QUE-RUN-SERIAL - QUE-OPEN-SERIAL
           ELSE
               MOVE ZERO             TO QUE-WRK-AGE-DYS
           END-IF.

      *  DUE DATE: THE SOURCE'S DEADLINE OR RESUMPTION DATE, ELSE
      *  THE OPEN DATE PLUS THE TARGET DAYS FOR THE TYPE
           EVALUATE TRUE
               WHEN QUE-S1-SRC-DUE-DT NUMERIC
               AND  QUE-S1-SRC-DUE-DT NOT = ZERO
                   MOVE QUE-S1-SRC-DUE-DT TO QUE-WRK-DUE-DT
               WHEN QUE-S1-TYP-SUSP
                   COMPUTE QUE-DW-SERIAL =
                           QUE-OPEN-SERIAL + QUE-SUSP-DUE-DYS
                   PERFORM  8200-SERIAL-TO-DATE
                       THRU 8200-SERIAL-TO-DATE-X
                   MOVE QUE-DW-DATE  TO QUE-WRK-DUE-DT
               WHEN QUE-S1-TYP-ORPH
                   COMPUTE QUE-DW-SERIAL =
                           QUE-OPEN-SERIAL + QUE-ORPH-DUE-DYS
                   PERFORM  8200-SERIAL-TO-DATE
                       THRU 8200-SERIAL-TO-DATE-X
                   MOVE QUE-DW-DATE  TO QUE-WRK-DUE-DT
               WHEN OTHER
                   COMPUTE QUE-DW-SERIAL =
                           QUE-OPEN-SERIAL + QUE-RELD-DUE-DYS
                   PERFORM  8200-SERIAL-TO-DATE
                       THRU 8200-SERIAL-TO-DATE-X
                   MOVE QUE-DW-DATE  TO QUE-WRK-DUE-DT
           END-EVALUATE.

           IF  QUE-WRK-DUE-DT < QUE-RUN-DT
               MOVE 'Y'              TO QUE-WRK-PAST-DUE-IND
               ADD +1                TO QUE-PAST-DUE-CNT
           ELSE
               MOVE 'N'              TO QUE-WRK-PAST-DUE-IND
           END-IF.

           MOVE QUE-S1-PRTY          TO QUE-WRK-PRTY.
           MOVE QUE-S1-POL-ID        TO QUE-WRK-POL-ID.
           MOVE QUE-S1-ITEM-TYP      TO QUE-WRK-ITEM-TYP.
           MOVE QUE-S1-REF           TO QUE-WRK-REF.
           MOVE QUE-S1-SRC-JOB       TO QUE-WRK-SRC-JOB.
           MOVE QUE-S1-DESC          TO QUE-WRK-DESC.

           WRITE QUE-WORK-REC.

           PERFORM  3100-RETURN-ITEM
               THRU 3100-RETURN-ITEM-X.

       3200-BUILD-QUEUE-ITEM-X.
           EXIT.
      /
      *---------------------
       3300-MATCH-POLICY.
      *---------------------
      *
      *  SERVICING BRANCH AND AGENT COME FROM THE POLICY MASTER; A
      *  POLICY MISSING FROM IT KEEPS WHATEVER ITS SOURCE CARRIED
      *
           PERFORM  3310-ADVANCE-POLICY
               THRU 3310-ADVANCE-POLICY-X
                   UNTIL QUE-POL-EOF
                   OR    QUE-POL-ID NOT < QUE-S1-POL-ID.

           IF  NOT QUE-POL-EOF
           AND QUE-POL-ID = QUE-S1-POL-ID
               MOVE QUE-POL-SERV-BR-ID   TO QUE-WRK-BR-ID
               MOVE QUE-POL-SERV-AGT-ID  TO QUE-WRK-SERV-AGT-ID
           ELSE
               ADD +1                    TO QUE-NOPOL-CNT
               MOVE QUE-S1-SRC-BR-ID     TO QUE-WRK-BR-ID
               MOVE QUE-S1-SRC-AGT-ID    TO QUE-WRK-SERV-AGT-ID
           END-IF.

           IF  QUE-WRK-BR-ID = SPACES
               ADD +1                    TO QUE-NOBR-CNT
               MOVE QUE-UNKNOWN-BR-ID    TO QUE-WRK-BR-ID
           END-IF.

       3300-MATCH-POLICY-X.
           EXIT.
      /
      *-----------------------
       3310-ADVANCE-POLICY.
      *-----------------------

           READ QUEPOL-FILE.

       3310-ADVANCE-POLICY-X.
           EXIT.
      /
      *----------------------
       3400-MATCH-HISTORY.
      *----------------------
      *
      *  AN ITEM ON THE PRIOR QUEUE KEEPS THE DATE IT FIRST APPEARED;
      *  ANY OTHER ITEM FIRST APPEARS TODAY.  ITEMS THAT HAVE LEFT THE
      *  QUEUE ARE PASSED OVER AND DROP OFF THE HISTORY
      *
           PERFORM  3410-ADVANCE-HISTORY
               THRU 3410-ADVANCE-HISTORY-X
                   UNTIL QUE-HSTI-EOF
                   OR    QUE-HSTI-KEY NOT < QUE-S1-KEY.

           IF  NOT QUE-HSTI-EOF
           AND QUE-HSTI-KEY = QUE-S1-KEY
           AND QUE-HSTI-FIRST-DT NUMERIC
           AND QUE-HSTI-FIRST-DT NOT = ZERO
               MOVE QUE-HSTI-FIRST-DT TO QUE-FIRST-DT
               ADD +1                TO QUE-HST-CARRY-CNT
           ELSE
               MOVE QUE-RUN-DT       TO QUE-FIRST-DT
               ADD +1                TO QUE-HST-NEW-CNT
           END-IF.

           MOVE SPACES               TO QUE-HSTO-REC.
           MOVE QUE-S1-KEY           TO QUE-HSTO-KEY.
           MOVE QUE-FIRST-DT         TO QUE-HSTO-FIRST-DT.
           MOVE QUE-RUN-DT           TO QUE-HSTO-LAST-RUN-DT.
           WRITE QUE-HSTO-REC.

       3400-MATCH-HISTORY-X.
           EXIT.
      /
      *------------------------
       3410-ADVANCE-HISTORY.
      *------------------------

           READ QUEHSTI-FILE.

       3410-ADVANCE-HISTORY-X.
           EXIT.
      /
      *--------------------
       5000-PRINT-QUEUE.
      *--------------------

           OPEN OUTPUT QUEOUT-FILE.

           PERFORM  5100-RETURN-QUEUE-ITEM
               THRU 5100-RETURN-QUEUE-ITEM-X.

           PERFORM  5200-PRINT-QUEUE-ITEM
               THRU 5200-PRINT-QUEUE-ITEM-X
                   UNTIL QUE-S2-BR-ID = HIGH-VALUES.

           IF  QUE-PREV-BR-ID NOT = SPACES
               PERFORM  5300-PRINT-BR-TOTAL
                   THRU 5300-PRINT-BR-TOTAL-X
           END-IF.

           CLOSE QUEOUT-FILE.

       5000-PRINT-QUEUE-X.
           EXIT.
      /
      *--------------------------
       5100-RETURN-QUEUE-ITEM.
      *--------------------------

           RETURN QUESRT2-FILE
               AT END
                   MOVE HIGH-VALUES  TO QUE-S2-BR-ID
           END-RETURN.

       5100-RETURN-QUEUE-ITEM-X.
           EXIT.
      /
      *-------------------------
       5200-PRINT-QUEUE-ITEM.
      *-------------------------

           IF  QUE-S2-BR-ID NOT = QUE-PREV-BR-ID
               IF  QUE-PREV-BR-ID NOT = SPACES
                   PERFORM  5300-PRINT-BR-TOTAL
                       THRU 5300-PRINT-BR-TOTAL-X
               END-IF
               PERFORM  5400-OPEN-BRANCH
                   THRU 5400-OPEN-BRANCH-X
           END-IF.

           WRITE QUE-OUT-REC FROM QUE-S2-REC.

           MOVE QUE-S2-PRTY          TO QUE-RPT-DTL-PRTY.
           MOVE QUE-S2-ITEM-TYP      TO QUE-RPT-DTL-TYP.
           MOVE QUE-S2-POL-ID        TO QUE-RPT-DTL-POL-ID.
           MOVE QUE-S2-SERV-AGT-ID   TO QUE-RPT-DTL-AGT.
           MOVE QUE-S2-OPEN-DT       TO QUE-RPT-DTL-OPEN-DT.
           MOVE QUE-S2-DUE-DT        TO QUE-RPT-DTL-DUE-DT.
           MOVE QUE-S2-AGE-DYS       TO QUE-RPT-DTL-AGE.
           MOVE QUE-S2-DESC          TO QUE-RPT-DTL-DESC.
           MOVE QUE-S2-SRC-JOB       TO QUE-RPT-DTL-SRC-JOB.
           IF  QUE-S2-PAST-DUE
               MOVE '*'              TO QUE-RPT-DTL-PAST-DUE
               ADD +1                TO QUE-BR-PAST-DUE-CNT
           ELSE
               MOVE SPACE            TO QUE-RPT-DTL-PAST-DUE
           END-IF.
           WRITE QUE-RPT-REC FROM QUE-RPT-DTL-LINE.
           ADD +1                    TO QUE-BR-CNT.

           ADD +1                    TO QUE-CO-TYP-CNT (QUE-S2-PRTY).
           IF  QUE-SUM-ROW-ACTIVE
               ADD +1                TO
                   QUE-SUM-TYP-CNT (QUE-SUM-CNT QUE-S2-PRTY)
               ADD +1                TO QUE-SUM-TOT-CNT (QUE-SUM-CNT)
               IF  QUE-S2-PAST-DUE
                   ADD +1            TO
                       QUE-SUM-PAST-CNT (QUE-SUM-CNT)
               END-IF
           END-IF.

           PERFORM  5100-RETURN-QUEUE-ITEM
               THRU 5100-RETURN-QUEUE-ITEM-X.

       5200-PRINT-QUEUE-ITEM-X.
           EXIT.
      /
      *-----------------------
       5300-PRINT-BR-TOTAL.
      *-----------------------

           MOVE SPACES               TO QUE-RPT-CNT-LINE.
           MOVE 'OPEN ITEMS FOR BRANCH'
                                     TO QUE-RPT-CNT-TXT.
           MOVE QUE-BR-CNT           TO QUE-RPT-CNT-NUM.
           WRITE QUE-RPT-REC FROM QUE-RPT-CNT-LINE.

           MOVE SPACES               TO QUE-RPT-CNT-LINE.
           MOVE 'PAST DUE (*) FOR BRANCH'
                                     TO QUE-RPT-CNT-TXT.
           MOVE QUE-BR-PAST-DUE-CNT  TO QUE-RPT-CNT-NUM.
           WRITE QUE-RPT-REC FROM QUE-RPT-CNT-LINE.

       5300-PRINT-BR-TOTAL-X.
           EXIT.
      /
      *--------------------
       5400-OPEN-BRANCH.
      *--------------------
      *
      *  NEW BRANCH: HEADINGS FOR THE PRINTED QUEUE AND THE NEXT ROW
      *  OF THE SUMMARY TABLE.  A FULL TABLE STILL COUNTS THE ITEMS
      *  IN THE COMPANY TOTALS AND IS FLAGGED ON THE SUMMARY PAGE
      *
           MOVE QUE-S2-BR-ID         TO QUE-PREV-BR-ID.
           MOVE ZERO                 TO QUE-BR-CNT.
           MOVE ZERO                 TO QUE-BR-PAST-DUE-CNT.
           ADD +1                    TO QUE-BRANCH-CNT.

           IF  QUE-SUM-CNT < QUE-SUM-MAX
               ADD +1                TO QUE-SUM-CNT
               INITIALIZE QUE-SUM-T (QUE-SUM-CNT)
               MOVE QUE-S2-BR-ID     TO QUE-SUM-BR-ID (QUE-SUM-CNT)
               SET QUE-SUM-ROW-ACTIVE TO TRUE
           ELSE
               SET QUE-SUM-OVRFL     TO TRUE
               MOVE SPACE            TO QUE-SUM-ROW-SW
           END-IF.

           MOVE SPACES               TO QUE-RPT-REC.
           WRITE QUE-RPT-REC.
           MOVE QUE-S2-BR-ID         TO QUE-RPT-BR-ID.
           IF  QUE-S2-BR-ID = QUE-UNKNOWN-BR-ID
               MOVE '(SERVICING BRANCH NOT FOUND)'
                                     TO QUE-RPT-BR-TXT
           ELSE
               MOVE SPACES           TO QUE-RPT-BR-TXT
           END-IF.
           WRITE QUE-RPT-REC FROM QUE-RPT-BR-LINE.
           WRITE QUE-RPT-REC FROM QUE-RPT-COL-LINE.

       5400-OPEN-BRANCH-X.
           EXIT.
      /
      *----------------
       9000-FINALIZE.
      *----------------

           MOVE SPACES               TO QUE-RPT-REC.
           WRITE QUE-RPT-REC.

           MOVE SPACES               TO QUE-RPT-CNT-LINE.
           MOVE 'ACK CHASE LETTERS READ'
                                     TO QUE-RPT-CNT-TXT.
           MOVE QUE-ACK-READ-CNT     TO QUE-RPT-CNT-NUM.
           WRITE QUE-RPT-REC FROM QUE-RPT-CNT-LINE.

           MOVE SPACES               TO QUE-RPT-CNT-LINE.
           MOVE 'SUSPENSE ITEMS READ'
                                     TO QUE-RPT-CNT-TXT.
           MOVE QUE-SUSP-READ-CNT    TO QUE-RPT-CNT-NUM.
           WRITE QUE-RPT-REC FROM QUE-RPT-CNT-LINE.

           MOVE SPACES               TO QUE-RPT-CNT-LINE.
           MOVE 'HOLIDAY RESUMPTIONS READ'
                                     TO QUE-RPT-CNT-TXT.
           MOVE QUE-HLD-READ-CNT     TO QUE-RPT-CNT-NUM.
           WRITE QUE-RPT-REC FROM QUE-RPT-CNT-LINE.

           MOVE SPACES               TO QUE-RPT-CNT-LINE.
           MOVE 'ORPHANED POLICIES READ'
                                     TO QUE-RPT-CNT-TXT.
           MOVE QUE-ORPH-READ-CNT    TO QUE-RPT-CNT-NUM.
           WRITE QUE-RPT-REC FROM QUE-RPT-CNT-LINE.

           MOVE SPACES               TO QUE-RPT-CNT-LINE.
           MOVE 'RELATIONSHIP DEFECTS READ'
                                     TO QUE-RPT-CNT-TXT.
           MOVE QUE-EXCP-READ-CNT    TO QUE-RPT-CNT-NUM.
           WRITE QUE-RPT-REC FROM QUE-RPT-CNT-LINE.

           MOVE SPACES               TO QUE-RPT-CNT-LINE.
           MOVE 'WORK-QUEUE ITEMS WRITTEN'
                                     TO QUE-RPT-CNT-TXT.
           MOVE QUE-ITEM-CNT         TO QUE-RPT-CNT-NUM.
           WRITE QUE-RPT-REC FROM QUE-RPT-CNT-LINE.

           MOVE SPACES               TO QUE-RPT-CNT-LINE.
           MOVE 'ITEMS PAST DUE'     TO QUE-RPT-CNT-TXT.
           MOVE QUE-PAST-DUE-CNT     TO QUE-RPT-CNT-NUM.
           WRITE QUE-RPT-REC FROM QUE-RPT-CNT-LINE.

           MOVE SPACES               TO QUE-RPT-CNT-LINE.
           MOVE 'ITEMS CARRIED FROM PRIOR QUEUE'
                                     TO QUE-RPT-CNT-TXT.
           MOVE QUE-HST-CARRY-CNT    TO QUE-RPT-CNT-NUM.
           WRITE QUE-RPT-REC FROM QUE-RPT-CNT-LINE.

           MOVE SPACES               TO QUE-RPT-CNT-LINE.
           MOVE 'ITEMS NEW TODAY'    TO QUE-RPT-CNT-TXT.
           MOVE QUE-HST-NEW-CNT      TO QUE-RPT-CNT-NUM.
           WRITE QUE-RPT-REC FROM QUE-RPT-CNT-LINE.

           MOVE SPACES               TO QUE-RPT-CNT-LINE.
           MOVE 'ITEMS WITH POLICY NOT ON MASTER'
                                     TO QUE-RPT-CNT-TXT.
           MOVE QUE-NOPOL-CNT        TO QUE-RPT-CNT-NUM.
           WRITE QUE-RPT-REC FROM QUE-RPT-CNT-LINE.

           MOVE SPACES               TO QUE-RPT-CNT-LINE.
           MOVE 'ITEMS WITH NO SERVICING BRANCH'
                                     TO QUE-RPT-CNT-TXT.
           MOVE QUE-NOBR-CNT         TO QUE-RPT-CNT-NUM.
           WRITE QUE-RPT-REC FROM QUE-RPT-CNT-LINE.

           PERFORM  9100-PRINT-SUMMARY
               THRU 9100-PRINT-SUMMARY-X.

           PERFORM  8900-WRITE-LEDGER
               THRU 8900-WRITE-LEDGER-X.

           CLOSE QUERPT-FILE.

       9000-FINALIZE-X.
           EXIT.
      /
      *----------------------
       9100-PRINT-SUMMARY.
      *----------------------
      *
      *  COMPANY-WIDE SUMMARY PAGE FOR THE OPERATIONS MANAGER: OPEN
      *  ITEMS BY BRANCH AND TYPE, BRANCH TOTAL AND PAST-DUE COUNT
      *
           MOVE SPACES               TO QUE-RPT-REC.
           WRITE QUE-RPT-REC.
           MOVE QUE-RUN-DT           TO QUE-SUM-HDG-DT.
           WRITE QUE-RPT-REC FROM QUE-SUM-HDG-LINE.
           MOVE SPACES               TO QUE-RPT-REC.
           WRITE QUE-RPT-REC.

           IF  QUE-SUM-OVRFL
               MOVE ' *** WARNING: MORE BRANCHES THAN THE SUMMARY TABLE 
      -             ' HOLDS - BRANCH ROWS INCOMPLETE, COMPANY TOTAL IS C
      -             'OMPLETE'        TO QUE-RPT-REC
               WRITE QUE-RPT-REC
               MOVE SPACES           TO QUE-RPT-REC
               WRITE QUE-RPT-REC
           END-IF.

           WRITE QUE-RPT-REC FROM QUE-SUM-COL-LINE.

           PERFORM  9110-PRINT-SUMMARY-ROW
               THRU 9110-PRINT-SUMMARY-ROW-X
               VARYING QUE-SUM-SUB FROM 1 BY 1
                   UNTIL QUE-SUM-SUB > QUE-SUM-CNT.

           MOVE SPACES               TO QUE-RPT-REC.
           WRITE QUE-RPT-REC.

           MOVE SPACES               TO QUE-SUM-DTL-LINE.
           MOVE 'COMPANY'            TO QUE-SUM-DTL-BR.
           MOVE QUE-CO-TYP-CNT (1)   TO QUE-SUM-DTL-NUM (1).
           MOVE QUE-CO-TYP-CNT (2)   TO QUE-SUM-DTL-NUM (2).
           MOVE QUE-CO-TYP-CNT (3)   TO QUE-SUM-DTL-NUM (3).
           MOVE QUE-CO-TYP-CNT (4)   TO QUE-SUM-DTL-NUM (4).
           MOVE QUE-CO-TYP-CNT (5)   TO QUE-SUM-DTL-NUM (5).
           MOVE QUE-CO-TYP-CNT (6)   TO QUE-SUM-DTL-NUM (6).
           MOVE QUE-ITEM-CNT         TO QUE-SUM-DTL-TOT.
           MOVE QUE-PAST-DUE-CNT     TO QUE-SUM-DTL-PAST.
           WRITE QUE-RPT-REC FROM QUE-SUM-DTL-LINE.

           MOVE SPACES               TO QUE-RPT-CNT-LINE.
           MOVE 'BRANCHES WITH OPEN ITEMS'
                                     TO QUE-RPT-CNT-TXT.
           MOVE QUE-BRANCH-CNT       TO QUE-RPT-CNT-NUM.
           WRITE QUE-RPT-REC FROM QUE-RPT-CNT-LINE.

       9100-PRINT-SUMMARY-X.
           EXIT.
      /
      *--------------------------
       9110-PRINT-SUMMARY-ROW.
      *--------------------------

           MOVE SPACES               TO QUE-SUM-DTL-LINE.
           MOVE QUE-SUM-BR-ID (QUE-SUM-SUB)
                                     TO QUE-SUM-DTL-BR.
           MOVE QUE-SUM-TYP-CNT (QUE-SUM-SUB 1)
                                     TO QUE-SUM-DTL-NUM (1).
           MOVE QUE-SUM-TYP-CNT (QUE-SUM-SUB 2)
                                     TO QUE-SUM-DTL-NUM (2).
           MOVE QUE-SUM-TYP-CNT (QUE-SUM-SUB 3)
                                     TO QUE-SUM-DTL-NUM (3).
           MOVE QUE-SUM-TYP-CNT (QUE-SUM-SUB 4)
                                     TO QUE-SUM-DTL-NUM (4).
           MOVE QUE-SUM-TYP-CNT (QUE-SUM-SUB 5)
                                     TO QUE-SUM-DTL-NUM (5).
           MOVE QUE-SUM-TYP-CNT (QUE-SUM-SUB 6)
                                     TO QUE-SUM-DTL-NUM (6).
           MOVE QUE-SUM-TOT-CNT (QUE-SUM-SUB)
                                     TO QUE-SUM-DTL-TOT.
           MOVE QUE-SUM-PAST-CNT (QUE-SUM-SUB)
                                     TO QUE-SUM-DTL-PAST.
           WRITE QUE-RPT-REC FROM QUE-SUM-DTL-LINE.

       9110-PRINT-SUMMARY-ROW-X.
           EXIT.
      /
      *-------------------------
       8100-DATE-TO-SERIAL.
      *-------------------------
      *
      *  GREGORIAN DATE TO DAY NUMBER; DIVIDES TRUNCATE AS THE
      *  ALGORITHM REQUIRES
      *
           COMPUTE QUE-DW-A = (14 - QUE-DW-MM) / 12.
           COMPUTE QUE-DW-Y = QUE-DW-YYYY + 4800 - QUE-DW-A.
           COMPUTE QUE-DW-M = QUE-DW-MM + 12 * QUE-DW-A - 3.
           COMPUTE QUE-DW-B = (153 * QUE-DW-M + 2) / 5.
           COMPUTE QUE-DW-C = QUE-DW-Y / 4.
           COMPUTE QUE-DW-D = QUE-DW-Y / 100.
           COMPUTE QUE-DW-E = QUE-DW-Y / 400.
           COMPUTE QUE-DW-SERIAL = QUE-DW-DD + QUE-DW-B
                                 + 365 * QUE-DW-Y
                                 + QUE-DW-C - QUE-DW-D + QUE-DW-E
                                 - 32045.

       8100-DATE-TO-SERIAL-X.
           EXIT.
      /
      *-------------------------
       8200-SERIAL-TO-DATE.
      *-------------------------

      *  EACH QUOTIENT IS STORED BEFORE IT IS SUBTRACTED SO THE
      *  DIVISIONS TRUNCATE THE WAY THE DAY-NUMBER ALGORITHM NEEDS
           COMPUTE QUE-DW-A = QUE-DW-SERIAL + 32044.
           COMPUTE QUE-DW-B = (4 * QUE-DW-A + 3) / 146097.
           COMPUTE QUE-DW-C = (146097 * QUE-DW-B) / 4.
           COMPUTE QUE-DW-C = QUE-DW-A - QUE-DW-C.
           COMPUTE QUE-DW-D = (4 * QUE-DW-C + 3) / 1461.
           COMPUTE QUE-DW-E = (1461 * QUE-DW-D) / 4.
           COMPUTE QUE-DW-E = QUE-DW-C - QUE-DW-E.
           COMPUTE QUE-DW-M = (5 * QUE-DW-E + 2) / 153.

           COMPUTE QUE-DW-Y = (153 * QUE-DW-M + 2) / 5.
           COMPUTE QUE-DW-DD = QUE-DW-E - QUE-DW-Y + 1.
           COMPUTE QUE-DW-A = QUE-DW-M / 10.
           COMPUTE QUE-DW-MM = QUE-DW-M + 3 - 12 * QUE-DW-A.
           COMPUTE QUE-DW-YYYY = 100 * QUE-DW-B + QUE-DW-D
                               - 4800 + QUE-DW-A.

       8200-SERIAL-TO-DATE-X.
           EXIT.
      /
      *----------------------
       8900-WRITE-LEDGER.
      *----------------------
      *
      *  ONE RUN-CONTROL RECORD PER RUN, APPENDED TO THE SHARED
      *  LEDGER FOR THE BALANCING STEP
      *
           INITIALIZE QUE-LDG-REC.
           MOVE 'CSBM9539'           TO QUE-LDG-JOB-ID.
           MOVE QUE-RUN-DT           TO QUE-LDG-RUN-DT.
           ACCEPT QUE-LDG-WRIT-DT FROM DATE YYYYMMDD.
           ACCEPT QUE-LDG-WRIT-TIME FROM TIME.
           MOVE 'C'                  TO QUE-LDG-STAT-CD.

           MOVE 'ACKLTR'             TO QUE-LDG-CTL-ID (1).
           MOVE QUE-ACK-READ-CNT     TO QUE-LDG-CTL-CNT (1).

           MOVE 'HLDRESO'            TO QUE-LDG-CTL-ID (2).
           MOVE QUE-HLD-READ-CNT     TO QUE-LDG-CTL-CNT (2).

           MOVE 'AGBORPH'            TO QUE-LDG-CTL-ID (3).
           MOVE QUE-ORPH-READ-CNT    TO QUE-LDG-CTL-CNT (3).

           MOVE 'INTEXCP'            TO QUE-LDG-CTL-ID (4).
           MOVE QUE-EXCP-READ-CNT    TO QUE-LDG-CTL-CNT (4).

           MOVE 'RCNSUSPO'           TO QUE-LDG-CTL-ID (5).
           MOVE QUE-SUSP-READ-CNT    TO QUE-LDG-CTL-CNT (5).

           MOVE 'QUEOUT'             TO QUE-LDG-CTL-ID (6).
           MOVE QUE-ITEM-CNT         TO QUE-LDG-CTL-CNT (6).

           OPEN EXTEND QUELEDG-FILE.
           WRITE QUE-LDG-REC.
           CLOSE QUELEDG-FILE.

       8900-WRITE-LEDGER-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM CSBM9539                     **
      *****************************************************************
