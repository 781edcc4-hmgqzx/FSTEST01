      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. CSBM9546.

       COPY XCWWCRHT.

      *****************************************************************
      *  ANNUAL POLICY ANNIVERSARY STATEMENT PRINT FEED.              *
      *                                                               *
      *  CLIENTS HAVE NO YEARLY SUMMARY OF WHAT THEY HOLD; THE ONLY   *
      *  PLACE IT IS ASSEMBLED IS THE CSOM9527 '8000' INQUIRY SCREEN. *
      *  THIS DAILY JOB SELECTS THE IN-FORCE POLICIES WHOSE           *
      *  ANNIVERSARY FALLS IN THE STATEMENT WINDOW - THE DAY          *
      *  LEAD-DAYS AHEAD OF THE RUN DATE (PARM, DEFAULT 30), SO EACH  *
      *  POLICY IS PICKED UP ON EXACTLY ONE RUN A YEAR - AND DRIVES   *
      *  THE SAME '8000' RETRIEVE AS THE CSBM9528 EXTRACT FOR EACH    *
      *  ONE, WITH THE MQ CALL AND THE LOOKUP AUDIT SUPPRESSED.  A    *
      *  FEBRUARY 29 ANNIVERSARY FALLS ON FEBRUARY 28 IN A COMMON     *
      *  YEAR.                                                        *
      *                                                               *
      *  INPUTS (ALL FIXED UNLOADS FROM THE NIGHTLY JOB):             *
      *    ANVPARM - RUN DATE (1-8), LEAD DAYS (10-12), OVERRIDE      *
      *              (14), COMPANY (16-18) AND PROCESS DATE (20-29)   *
      *              THE INQUIRY RUNS UNDER                           *
      *    ANVPOL  - POLICY MASTER UNLOAD IN POL-ID SEQUENCE          *
      *    ANVWTCH - THE TTAB 'WTCH' WATCH-LIST ROWS, VALUE SEQUENCE  *
      *    ANVPREM - PREMIUM TRANSACTIONS, POL-ID SEQUENCE (FLKPREM   *
      *              LAYOUT)                                          *
      *                                                               *
      *  EACH STATEMENT GOES TO THE MAILROOM'S PRINT SERVICE IN THE   *
      *  ACKLTR STYLE AS FIXED 400-BYTE ANVSTMT RECORDS KEYED BY      *
      *  POLICY, RECORD TYPE AND SEQUENCE: ONE 'H' HEADER WITH THE    *
      *  PRIMARY OWNER'S NAME AND MAILING ADDRESS AS                  *
      *  8524-GET-CLI-ADDRESS-INFO RESOLVES IT (THE FIRST ADDRESS,    *
      *  ELSE THE SECOND), BILL MODE, PAID-TO DATE AND THE PREMIUMS   *
      *  RECEIVED IN THE POLICY YEAR NOW ENDING (NOT REVERSED, FROM   *
      *  THE PRIOR ANNIVERSARY UP TO THIS ONE), THEN AN 'I' RECORD    *
      *  PER INSURED, A 'C' RECORD PER MIR-DV-CVG-T COVERAGE (PLAN,   *
      *  STATUS, MODAL PREMIUM) AND AN 'F' RECORD PER                 *
      *  9010-MOVE-FND-ALLOC-TO-MIR FUND ALLOCATION LINE.  THE HEADER *
      *  CARRIES THE DETAIL COUNTS AND THE LIST TRUNCATION FLAGS.  A  *
      *  STATEMENT WITH NO OWNER ADDRESS STILL GOES OUT (COUNTED) SO  *
      *  THE PRINT SERVICE CAN DIVERT IT FOR MANUAL HANDLING.         *
      *                                                               *
      *  POLICIES ON THE WATCH LIST (CHECKED BEFORE THE RETRIEVE, SO  *
      *  THE RUN RAISES NO ALERTS) OR UNDER CONFIDENTIAL OR SUSPEND   *
      *  RESTRICTION ARE HELD BACK TO THE ANVSUPP SUPPRESSION REPORT  *
      *  INSTEAD OF PRINTED.  A RETRIEVE THAT FAILS OR IS REFUSED ON  *
      *  BRANCH ACCESS IS LISTED ON THE ANVRPT CONTROL REPORT, WHICH  *
      *  ALSO COUNTS THE STATEMENTS PRODUCED AND SUPPRESSED.          *
      *                                                               *
      *  EVERY RUN APPENDS ONE RUN-CONTROL RECORD (RECORD COUNTS AND  *
      *  AMOUNT HASH TOTALS) TO THE SHARED RUNLEDG LEDGER, WHICH THE  *
      *  CSBM9541 BALANCING STEP CHECKS BEFORE THE STREAM GOES ON.    *
      *                                                               *
      *  A STATEMENT MUST NOT BE MAILED TWICE, SO A SECOND RUN FOR A  *
      *  RUN DATE ALREADY COMPLETED ON THE LEDGER IS REFUSED (RC 16)  *
      *  UNLESS COLUMN 14 OF THE PARM CARD HOLDS 'Y'.                 *
      *****************************************************************

      /
      **********************
       ENVIRONMENT DIVISION.
      **********************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ANVPARM-FILE   ASSIGN TO ANVPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS ANV-PARM-STAT.

           SELECT ANVPOL-FILE    ASSIGN TO ANVPOL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS ANV-POL-STAT.

           SELECT ANVWTCH-FILE   ASSIGN TO ANVWTCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS ANV-WTCH-STAT.

           SELECT ANVPREM-FILE   ASSIGN TO ANVPREM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS ANV-PREM-STAT.

           SELECT ANVSTMT-FILE   ASSIGN TO ANVSTMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS ANV-STM-STAT.

           SELECT ANVSUPP-FILE   ASSIGN TO ANVSUPP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS ANV-SUP-STAT.

           SELECT ANVRPT-FILE    ASSIGN TO ANVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS ANV-RPT-STAT.

           SELECT ANVLEDG-FILE   ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS ANV-LDG-STAT.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       FD  ANVPARM-FILE
           RECORDING MODE IS F.
       01  ANV-PARM-REC.
           05  ANV-PARM-RUN-DT                 PIC 9(08).
           05  FILLER                          PIC X(01).
           05  ANV-PARM-LEAD-DYS               PIC 9(03).
           05  FILLER                          PIC X(01).
           05  ANV-PARM-OVRD-IND               PIC X(01).
           05  FILLER                          PIC X(01).
           05  ANV-PARM-CO-ID                  PIC X(03).
           05  FILLER                          PIC X(01).
           05  ANV-PARM-PROC-DT                PIC X(10).
           05  FILLER                          PIC X(51).

       FD  ANVPOL-FILE
           RECORDING MODE IS F.
       01  ANV-POL-REC.
           05  ANV-POL-ID.
               10  ANV-POL-ID-BASE             PIC X(08).
               10  ANV-POL-ID-SFX              PIC X(02).
           05  ANV-POL-PLAN-ID                 PIC X(10).
           05  ANV-POL-INFC-IND                PIC X(01).
               88  ANV-POL-IN-FORCE            VALUE 'Y'.
           05  ANV-POL-ISS-EFF-DT              PIC 9(08).
           05  ANV-POL-SERV-AGT-ID             PIC X(10).
           05  ANV-POL-SERV-BR-ID              PIC X(05).
           05  FILLER                          PIC X(36).

       FD  ANVWTCH-FILE
           RECORDING MODE IS F.
       01  ANV-WTCH-REC.
           05  ANV-WTCH-ETBL-TYP-ID            PIC X(04).
           05  ANV-WTCH-ETBL-VALU-ID           PIC X(10).
           05  ANV-WTCH-TTBL-SYS-ID            PIC X(04).
           05  FILLER                          PIC X(62).

       FD  ANVPREM-FILE
           RECORDING MODE IS F.
       01  ANV-PREM-REC.
           05  ANV-PREM-POL-ID                 PIC X(10).
           05  ANV-PREM-DUE-DT                 PIC X(10).
           05  ANV-PREM-TRXN-DT                PIC X(10).
           05  ANV-PREM-STAT-CD                PIC X(01).
               88  ANV-PREM-STAT-REVRS         VALUE 'R'.
           05  ANV-PREM-TRXN-AMT               PIC S9(13)V9(02).
           05  FILLER                          PIC X(34).

      *  ONE STATEMENT IS A HEADER FOLLOWED BY ITS INSURED, COVERAGE
      *  AND FUND LINES, ALL IN THE SAME FIXED 400-BYTE RECORD
       FD  ANVSTMT-FILE
           RECORDING MODE IS F.
       01  ANV-STM-REC.
           05  ANV-STM-POL-ID                  PIC X(10).
           05  ANV-STM-REC-TYP                 PIC X(01).
               88  ANV-STM-TYP-HDR             VALUE 'H'.
               88  ANV-STM-TYP-INSRD           VALUE 'I'.
               88  ANV-STM-TYP-CVG             VALUE 'C'.
               88  ANV-STM-TYP-FND             VALUE 'F'.
           05  ANV-STM-SEQ-NUM                 PIC 9(03).
           05  ANV-STM-ANNV-DT                 PIC 9(08).
           05  ANV-STM-POL-YR                  PIC 9(03).
           05  ANV-STM-OWNR-CLI-ID             PIC X(10).
           05  ANV-STM-OWNR-NM                 PIC X(40).
           05  ANV-STM-ADDR-1-TXT              PIC X(40).
           05  ANV-STM-ADDR-2-TXT              PIC X(40).
           05  ANV-STM-ADDR-3-TXT              PIC X(40).
           05  ANV-STM-ADDR-4-TXT              PIC X(40).
           05  ANV-STM-ADDR-5-TXT              PIC X(40).
           05  ANV-STM-CITY-NM-TXT             PIC X(30).
           05  ANV-STM-CTRY-CD                 PIC X(03).
           05  ANV-STM-SERV-AGT-ID             PIC X(10).
           05  ANV-STM-SERV-BR-ID              PIC X(05).
           05  ANV-STM-BILL-MODE-CD            PIC X(01).
           05  ANV-STM-PD-TO-DT                PIC X(10).
           05  ANV-STM-YR-STRT-DT              PIC 9(08).
           05  ANV-STM-PREM-RECV-AMT           PIC S9(13)V9(02).
           05  ANV-STM-INSRD-CNT               PIC 9(02).
           05  ANV-STM-CVG-CNT                 PIC 9(02).
           05  ANV-STM-FND-CNT                 PIC 9(03).
           05  ANV-STM-CVG-TRUNC-IND           PIC X(01).
           05  ANV-STM-FND-TRUNC-IND           PIC X(01).
           05  FILLER                          PIC X(34).
       01  ANV-STI-REC.
           05  ANV-STI-POL-ID                  PIC X(10).
           05  ANV-STI-REC-TYP                 PIC X(01).
           05  ANV-STI-SEQ-NUM                 PIC 9(03).
           05  ANV-STI-CLI-ID                  PIC X(10).
           05  ANV-STI-CLI-NM                  PIC X(40).
           05  FILLER                          PIC X(336).
       01  ANV-STC-REC.
           05  ANV-STC-POL-ID                  PIC X(10).
           05  ANV-STC-REC-TYP                 PIC X(01).
           05  ANV-STC-SEQ-NUM                 PIC 9(03).
           05  ANV-STC-CVG-NUM                 PIC X(02).
           05  ANV-STC-PLAN-ID                 PIC X(10).
           05  ANV-STC-STAT-CD                 PIC X(02).
           05  ANV-STC-MPREM-AMT               PIC X(17).
           05  FILLER                          PIC X(355).
       01  ANV-STF-REC.
           05  ANV-STF-POL-ID                  PIC X(10).
           05  ANV-STF-REC-TYP                 PIC X(01).
           05  ANV-STF-SEQ-NUM                 PIC 9(03).
           05  ANV-STF-FND-ID                  PIC X(10).
           05  ANV-STF-CDI-STAT-CD             PIC X(02).
           05  ANV-STF-ALLOC-PCT               PIC X(17).
           05  ANV-STF-PLAN-ID                 PIC X(10).
           05  FILLER                          PIC X(347).

       FD  ANVSUPP-FILE
           RECORDING MODE IS F.
       01  ANV-SUP-REC                         PIC X(132).

       FD  ANVRPT-FILE
           RECORDING MODE IS F.
       01  ANV-RPT-REC                         PIC X(132).

       FD  ANVLEDG-FILE
           RECORDING MODE IS F.
       01  ANV-LDG-REC.
           05  ANV-LDG-JOB-ID                  PIC X(08).
           05  ANV-LDG-RUN-DT                  PIC 9(08).
           05  ANV-LDG-STEP-NO                 PIC 9(02).
           05  ANV-LDG-PROC-DT                 PIC X(10).
           05  ANV-LDG-WRIT-DT                 PIC 9(08).
           05  ANV-LDG-WRIT-TIME               PIC 9(08).
           05  ANV-LDG-STAT-CD                 PIC X(01).
           05  ANV-LDG-OVRD-IND                PIC X(01).
           05  ANV-LDG-CTL-T OCCURS 8.
               10  ANV-LDG-CTL-ID              PIC X(08).
               10  ANV-LDG-CTL-CNT             PIC 9(09).
               10  ANV-LDG-CTL-HASH            PIC S9(15)V9(02).

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'CSBM9546'.

       01  ANV-WORKING-STORAGE.
           05  ANV-PARM-STAT                   PIC X(02).
           05  ANV-POL-STAT                    PIC X(02).
               88  ANV-POL-EOF                 VALUE '10'.
           05  ANV-WTCH-STAT                   PIC X(02).
               88  ANV-WTCH-EOF                VALUE '10'.
           05  ANV-PREM-STAT                   PIC X(02).
               88  ANV-PREM-EOF                VALUE '10'.
           05  ANV-STM-STAT                    PIC X(02).
           05  ANV-SUP-STAT                    PIC X(02).
           05  ANV-RPT-STAT                    PIC X(02).
           05  ANV-LDG-STAT                    PIC X(02).
           05  ANV-RUN-DT                      PIC 9(08).
           05  ANV-LEAD-DYS                    PIC 9(03).
           05  ANV-RUN-SERIAL                  PIC S9(09) BINARY.
           05  ANV-ANNV-SERIAL                 PIC S9(09) BINARY.
           05  ANV-ANNV-DT                     PIC 9(08).
           05  ANV-ANNV-DT-R REDEFINES ANV-ANNV-DT.
               10  ANV-ANNV-YYYY               PIC 9(04).
               10  ANV-ANNV-MMDD               PIC 9(04).
           05  ANV-ISS-DT                      PIC 9(08).
           05  ANV-ISS-DT-R REDEFINES ANV-ISS-DT.
               10  ANV-ISS-YYYY                PIC 9(04).
               10  ANV-ISS-MM                  PIC 9(02).
               10  ANV-ISS-DD                  PIC 9(02).
           05  ANV-HOLD-SERIAL                 PIC S9(09) BINARY.
           05  ANV-YR-STRT-DT                  PIC 9(08).
           05  ANV-PREM-DT                     PIC 9(08).
           05  ANV-POL-YR                      PIC 9(03).
           05  ANV-SEL-SW                      PIC X(01).
               88  ANV-SELECTED                VALUE 'Y'.
           05  ANV-WTCH-SW                     PIC X(01).
               88  ANV-WTCH-HIT                VALUE 'Y'.
           05  ANV-SUPP-RSN-CD                 PIC X(01).
               88  ANV-SUPP-WTCH               VALUE 'W'.
               88  ANV-SUPP-CNFD               VALUE 'C'.
               88  ANV-SUPP-SSPND              VALUE 'S'.
           05  ANV-LIST-END-SW                 PIC X(01).
               88  ANV-LIST-END                VALUE 'Y'.
           05  ANV-OVRD-IND                    PIC X(01).
               88  ANV-OVRD-RQSTD              VALUE 'Y'.
           05  ANV-PRIOR-RUN-SW                PIC X(01).
               88  ANV-PRIOR-RUN-FOUND         VALUE 'Y'.
           05  ANV-POL-READ-CNT                PIC S9(09) BINARY.
           05  ANV-BADDT-CNT                   PIC S9(09) BINARY.
           05  ANV-SEL-CNT                     PIC S9(09) BINARY.
           05  ANV-STMT-CNT                    PIC S9(09) BINARY.
           05  ANV-STM-WRIT-CNT                PIC S9(09) BINARY.
           05  ANV-NOADDR-CNT                  PIC S9(09) BINARY.
           05  ANV-SUPP-CNT                    PIC S9(09) BINARY.
           05  ANV-WTCH-CNT                    PIC S9(09) BINARY.
           05  ANV-CNFD-CNT                    PIC S9(09) BINARY.
           05  ANV-SSPND-CNT                   PIC S9(09) BINARY.
           05  ANV-ERR-CNT                     PIC S9(09) BINARY.
           05  ANV-WTCH-READ-CNT               PIC S9(09) BINARY.
           05  ANV-PREM-READ-CNT               PIC S9(09) BINARY.
           05  ANV-INSRD-CNT                   PIC S9(04) BINARY.
           05  ANV-CVG-CNT                     PIC S9(04) BINARY.
           05  ANV-FND-CNT                     PIC S9(04) BINARY.
           05  ANV-SEQ-NUM                     PIC S9(04) BINARY.
           05  ANV-SUB                         PIC S9(04) BINARY.
      *  THE INQUIRY RETURNS UP TO 30 INSUREDS (MIR-INSRD-T) AND UP
      *  TO 200 FUND ALLOCATION LINES (WS-MAX-CFN-LIST-LINES)
           05  ANV-INSRD-MAX                   PIC S9(04) BINARY
                                               VALUE +30.
           05  ANV-FND-MAX                     PIC S9(04) BINARY
                                               VALUE +200.
           05  ANV-PREM-AMT                    PIC S9(15)V9(02)
                                               COMP-3.
           05  ANV-PREM-TOT-AMT                PIC S9(15)V9(02)
                                               COMP-3.

      *  EXTERNAL (YYYY-MM-DD) DATE PULLED APART FOR COMPARISON WITH
      *  THE POLICY YEAR
       01  ANV-EXT-DT.
           05  ANV-EXT-YYYY                    PIC X(04).
           05  FILLER                          PIC X(01).
           05  ANV-EXT-MM                      PIC X(02).
           05  FILLER                          PIC X(01).
           05  ANV-EXT-DD                      PIC X(02).

      *  INTEGER DATE WORK FIELDS (PROLEPTIC GREGORIAN DAY NUMBER)
       01  ANV-DATE-WORK.
           05  ANV-DW-DATE                     PIC 9(08).
           05  ANV-DW-DATE-R REDEFINES ANV-DW-DATE.
               10  ANV-DW-YYYY                 PIC 9(04).
               10  ANV-DW-MM                   PIC 9(02).
               10  ANV-DW-DD                   PIC 9(02).
           05  ANV-DW-SERIAL                   PIC S9(09) BINARY.
           05  ANV-DW-A                        PIC S9(09) BINARY.
           05  ANV-DW-B                        PIC S9(09) BINARY.
           05  ANV-DW-C                        PIC S9(09) BINARY.
           05  ANV-DW-D                        PIC S9(09) BINARY.
           05  ANV-DW-E                        PIC S9(09) BINARY.
           05  ANV-DW-M                        PIC S9(09) BINARY.
           05  ANV-DW-Y                        PIC S9(09) BINARY.

       01  ANV-RPT-HDG-LINE.
           05  FILLER                          PIC X(01).
           05  ANV-RPT-HDG-TXT                 PIC X(42).
           05  FILLER                          PIC X(10)
               VALUE 'RUN DATE: '.
           05  ANV-RPT-HDG-DT                  PIC 9(08).
           05  FILLER                          PIC X(15)
               VALUE '  ANNIVERSARY: '.
           05  ANV-RPT-HDG-ANNV-DT             PIC 9(08).
           05  FILLER                          PIC X(48).

       01  ANV-SUP-COL-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(48) VALUE
               'POLICY      ANNIV DT  SERV AGENT  BRNCH   REASON'.
           05  FILLER                          PIC X(83).

       01  ANV-SUP-DTL-LINE.
           05  FILLER                          PIC X(01).
           05  ANV-SUP-DTL-POL-ID              PIC X(10).
           05  FILLER                          PIC X(02).
           05  ANV-SUP-DTL-ANNV-DT             PIC 9(08).
           05  FILLER                          PIC X(02).
           05  ANV-SUP-DTL-AGT                 PIC X(10).
           05  FILLER                          PIC X(02).
           05  ANV-SUP-DTL-BR                  PIC X(05).
           05  FILLER                          PIC X(03).
           05  ANV-SUP-DTL-TXT                 PIC X(30).
           05  FILLER                          PIC X(59).

       01  ANV-RPT-DTL-LINE.
           05  FILLER                          PIC X(01).
           05  ANV-RPT-DTL-POL-ID              PIC X(10).
           05  FILLER                          PIC X(02).
           05  ANV-RPT-DTL-TXT                 PIC X(40).
           05  FILLER                          PIC X(79).

       01  ANV-RPT-CNT-LINE.
           05  FILLER                          PIC X(01).
           05  ANV-RPT-CNT-TXT                 PIC X(35).
           05  ANV-RPT-CNT-NUM                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(85).

       01  ANV-RPT-AMT-LINE.
           05  FILLER                          PIC X(01).
           05  ANV-RPT-AMT-TXT                 PIC X(29).
           05  ANV-RPT-AMT-NUM                 PIC Z(12)9.9(02)-.
           05  FILLER                          PIC X(85).

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWM9527.
      *  RESPONSE FIELDS APPENDED AFTER THE CCWM9527 AREA.  THE BYTE
      *  LAYOUT IS IDENTICAL TO THE 05-LEVEL BLOCK DECLARED IN
      *  CSOM9527'S LINKAGE SECTION; AS IN CSBM9528, ONLY THE
      *  GROUPING LEVEL DIFFERS.
           05  MIR-DV-EXTENSION-AREA.
               10  MIR-DV-LIST-BILL-CLI-CTR                PIC 9(02)
                                                       BINARY.
               10  MIR-DV-LIST-BILL-CLI-CD-T OCCURS 10.
                   15  MIR-DV-LIST-BILL-CLI-CD-E           PIC X(10).
               10  MIR-DV-FND-LIST-TRUNC-IND               PIC X(01).
                   88  MIR-DV-FND-LIST-TRUNCATED              VALUE 'Y'.
                   88  MIR-DV-FND-LIST-NOT-TRUNCATED          VALUE 'N'.
               10  MIR-DV-LFCM-SD-PAY-CTR                   PIC 9(02)
                                                       BINARY.
               10  MIR-DV-LFCM-SD-PAY-T OCCURS 10.
                   15  MIR-DV-LFCM-SD-PAY-DT                PIC X(10).
                   15  MIR-DV-LFCM-SD-PAY-AMT                PIC X(17).
                   15  MIR-DV-LFCM-SD-PAY-CASHR-SCRN-ID      PIC X(10).
               10  MIR-DV-POF-CTR                           PIC 9(02)
                                                       BINARY.
               10  MIR-DV-POF-T OCCURS 10.
                   15  MIR-DV-POF-CAMPGN-CD                 PIC X(10).
                   15  MIR-DV-POF-SEG-CD                    PIC X(10).
                   15  MIR-DV-POF-OFFR-APREM-AMT            PIC X(17).
                   15  MIR-DV-POF-OFFR-MPREM-AMT            PIC X(17).
               10  MIR-DV-TERM-SNAP-IND                     PIC X(01).
                   88  MIR-DV-TERM-SNAP-YES                   VALUE 'Y'.
                   88  MIR-DV-TERM-SNAP-NO                    VALUE 'N'.
               10  MIR-DV-AS-OF-DT                           PIC X(10).
               10  MIR-DV-RESTRICT-REASN-CD                 PIC X(01).
                   88  MIR-DV-RESTRICT-CNFD                   VALUE 'C'.
                   88  MIR-DV-RESTRICT-BRCH                   VALUE 'B'.
                   88  MIR-DV-RESTRICT-SSPND                  VALUE 'S'.
               10  MIR-DV-PREM-HLDY-REMNG-DUR                PIC X(03).
               10  MIR-DV-SRCH-CLI-ID                       PIC X(10).
               10  MIR-DV-CLI-POL-CTR                       PIC 9(02)
                                                       BINARY.
               10  MIR-DV-CLI-POL-T OCCURS 50.
                   15  MIR-DV-CLI-POL-ID                    PIC X(10).
                   15  MIR-DV-CLI-POL-REL-TYP-CD            PIC X(01).
                   15  MIR-DV-CLI-POL-REL-SUB-CD            PIC X(01).
                   15  MIR-DV-CLI-POL-CSTAT-CD              PIC X(02).
               10  MIR-DV-CLI-POL-TRUNC-IND                 PIC X(01).
                   88  MIR-DV-CLI-POL-TRUNCATED               VALUE 'Y'.
                   88  MIR-DV-CLI-POL-NOT-TRUNCATED           VALUE 'N'.
               10  MIR-DV-AS-OF-DT-2                        PIC X(10).
               10  MIR-DV-CMPR-CTR                          PIC 9(02)
                                                       BINARY.
               10  MIR-DV-CMPR-T OCCURS 20.
                   15  MIR-DV-CMPR-FLD-NM                   PIC X(20).
                   15  MIR-DV-CMPR-OLD-VALU                 PIC X(17).
                   15  MIR-DV-CMPR-NEW-VALU                 PIC X(17).
               10  MIR-DV-LFCM-UNAVL-IND                    PIC X(01).
                   88  MIR-DV-LFCM-DATA-UNAVL                 VALUE 'Y'.
                   88  MIR-DV-LFCM-DATA-AVAIL                 VALUE 'N'.
               10  MIR-DV-CVG-CTR                           PIC 9(02)
                                                       BINARY.
               10  MIR-DV-CVG-T OCCURS 30.
                   15  MIR-DV-CVG-NUM                       PIC X(02).
                   15  MIR-DV-CVG-PLAN-ID                   PIC X(10).
                   15  MIR-DV-CVG-STAT-CD                   PIC X(02).
                   15  MIR-DV-CVG-MPREM-AMT                 PIC X(17).
                   15  MIR-DV-CVG-CAMP-CD                   PIC X(10).
               10  MIR-DV-CVG-TRUNC-IND                 PIC X(01).
                   88  MIR-DV-CVG-TRUNCATED                VALUE 'Y'.
                   88  MIR-DV-CVG-NOT-TRUNCATED            VALUE 'N'.
               10  MIR-DV-AUDIT-SUPRS-SW                PIC X(01).
                   88  MIR-DV-AUDIT-SUPRS-YES              VALUE 'Y'.
                   88  MIR-DV-AUDIT-SUPRS-NO               VALUE 'N'.
               10  MIR-DV-ACK-UPD-RECV-DT               PIC X(10).
               10  MIR-DV-ACK-UPD-EXT-IND               PIC X(01).
               10  MIR-DV-POF-RESP-CAMPGN-CD            PIC X(10).
               10  MIR-DV-POF-RESP-SEG-CD               PIC X(10).
               10  MIR-DV-POF-RESP-CD                   PIC X(01).
               10  MIR-DV-POF-RESP-USER-ID              PIC X(08).
               10  MIR-DV-SUMM-POL-CTR                  PIC 9(02)
                                                       BINARY.
               10  MIR-DV-SUMM-POL-T OCCURS 20.
                   15  MIR-DV-SUMM-POL-ID               PIC X(10).
                   15  MIR-DV-SUMM-CSTAT-CD             PIC X(02).
                   15  MIR-DV-SUMM-PLAN-ID              PIC X(10).
                   15  MIR-DV-SUMM-BILL-MODE-CD         PIC X(01).
                   15  MIR-DV-SUMM-MPREM-AMT            PIC X(17).
                   15  MIR-DV-SUMM-PD-TO-DT             PIC X(10).
                   15  MIR-DV-SUMM-RETRN-CD             PIC X(01).
               10  MIR-DV-AUDH-FROM-DT                  PIC X(10).
               10  MIR-DV-AUDH-TO-DT                    PIC X(10).
               10  MIR-DV-AUDH-CTR                      PIC 9(02)
                                                       BINARY.
               10  MIR-DV-AUDH-T OCCURS 30.
                   15  MIR-DV-AUDH-DT                   PIC X(10).
                   15  MIR-DV-AUDH-TIME                 PIC X(08).
                   15  MIR-DV-AUDH-USER-ID              PIC X(08).
                   15  MIR-DV-AUDH-TERM-ID              PIC X(04).
                   15  MIR-DV-AUDH-SENS-IND             PIC X(01).
                   15  MIR-DV-AUDH-BUS-FCN-ID           PIC X(04).
               10  MIR-DV-AUDH-TRUNC-IND                PIC X(01).
               10  MIR-DV-JRNL-REVRS-TIME               PIC X(08).
               10  MIR-DV-JRNL-REVRS-RSN-CD             PIC X(02).
               10  MIR-DV-JRNL-SUPV-USER-ID             PIC X(08).
               10  MIR-DV-NOTE-CATG-CD                  PIC X(02).
               10  MIR-DV-NOTE-TXT                      PIC X(200).
               10  MIR-DV-NOTE-FLWUP-DT                 PIC X(10).
               10  MIR-DV-NOTE-BRWS-STRT-DT             PIC X(10).
               10  MIR-DV-NOTE-BRWS-STRT-TIME           PIC X(08).
               10  MIR-DV-NOTE-CTR                      PIC 9(02)
                                                       BINARY.
               10  MIR-DV-NOTE-T OCCURS 10.
                   15  MIR-DV-NOTE-DT                   PIC X(10).
                   15  MIR-DV-NOTE-TIME                 PIC X(08).
                   15  MIR-DV-NOTE-USER-ID              PIC X(08).
                   15  MIR-DV-NOTE-T-CATG-CD            PIC X(02).
                   15  MIR-DV-NOTE-T-FLWUP-DT           PIC X(10).
                   15  MIR-DV-NOTE-T-TXT                PIC X(200).
               10  MIR-DV-NOTE-TRUNC-IND                PIC X(01).
               10  MIR-DV-NOTE-TOT-CTR                  PIC 9(04)
                                                       BINARY.
               10  MIR-DV-NOTE-LAST-FLWUP-DT            PIC X(10).
               10  MIR-DV-FLK-RQST-DT                   PIC X(10).
               10  MIR-DV-FLK-CHNL-CD                   PIC X(02).
               10  MIR-DV-FLK-USER-ID                   PIC X(08).
               10  MIR-DV-FLK-END-DT                    PIC X(10).
               10  MIR-DV-FLK-RJCT-CD                   PIC X(01).
      /
       PROCEDURE DIVISION.
      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  1000-INITIALIZE
               THRU 1000-INITIALIZE-X.

           PERFORM  2000-PROCESS-POLICY
               THRU 2000-PROCESS-POLICY-X
                   UNTIL ANV-POL-EOF.

           PERFORM  9000-FINALIZE
               THRU 9000-FINALIZE-X.

       0000-MAINLINE-X.
           GOBACK.

      /
      *----------------
       1000-INITIALIZE.
      *----------------

           MOVE ZERO                 TO ANV-POL-READ-CNT.
           MOVE ZERO                 TO ANV-BADDT-CNT.
           MOVE ZERO                 TO ANV-SEL-CNT.
           MOVE ZERO                 TO ANV-STMT-CNT.
           MOVE ZERO                 TO ANV-STM-WRIT-CNT.
           MOVE ZERO                 TO ANV-NOADDR-CNT.
           MOVE ZERO                 TO ANV-SUPP-CNT.
           MOVE ZERO                 TO ANV-WTCH-CNT.
           MOVE ZERO                 TO ANV-CNFD-CNT.
           MOVE ZERO                 TO ANV-SSPND-CNT.
           MOVE ZERO                 TO ANV-ERR-CNT.
           MOVE ZERO                 TO ANV-WTCH-READ-CNT.
           MOVE ZERO                 TO ANV-PREM-READ-CNT.
           MOVE ZERO                 TO ANV-PREM-TOT-AMT.

           OPEN INPUT  ANVPARM-FILE.
           READ ANVPARM-FILE.
           CLOSE ANVPARM-FILE.

           MOVE ANV-PARM-RUN-DT      TO ANV-RUN-DT.
           IF  ANV-RUN-DT NOT NUMERIC
           OR  ANV-RUN-DT = ZERO
               ACCEPT ANV-RUN-DT FROM DATE YYYYMMDD
           END-IF.
           MOVE ANV-PARM-LEAD-DYS    TO ANV-LEAD-DYS.
           IF  ANV-LEAD-DYS NOT NUMERIC
           OR  ANV-LEAD-DYS = ZERO
               MOVE 030              TO ANV-LEAD-DYS
           END-IF.
           MOVE ANV-PARM-OVRD-IND    TO ANV-OVRD-IND.

           MOVE SPACES               TO WGLOB-GLOBAL-AREA.
           MOVE ANV-PARM-CO-ID       TO WGLOB-COMPANY-CODE.
           MOVE ANV-PARM-PROC-DT     TO WGLOB-PROCESS-DATE.
           MOVE 'CSBM9546'           TO WGLOB-USER-ID.
           MOVE SPACES               TO WGLOB-TERM-ID.

      *  THE ANNIVERSARY DATE THIS RUN MAILS FOR
           MOVE ANV-RUN-DT           TO ANV-DW-DATE.
           PERFORM  8100-DATE-TO-SERIAL
               THRU 8100-DATE-TO-SERIAL-X.
           MOVE ANV-DW-SERIAL        TO ANV-RUN-SERIAL.
           COMPUTE ANV-ANNV-SERIAL = ANV-RUN-SERIAL + ANV-LEAD-DYS.
           MOVE ANV-ANNV-SERIAL      TO ANV-DW-SERIAL.
           PERFORM  8200-SERIAL-TO-DATE
               THRU 8200-SERIAL-TO-DATE-X.
           MOVE ANV-DW-DATE          TO ANV-ANNV-DT.

           PERFORM  1500-CHECK-PRIOR-RUN
               THRU 1500-CHECK-PRIOR-RUN-X.

           OPEN OUTPUT ANVRPT-FILE.

           MOVE 'CSBM9546  ANNIVERSARY STATEMENT CONTROL'
                                     TO ANV-RPT-HDG-TXT.
           MOVE ANV-RUN-DT           TO ANV-RPT-HDG-DT.
           MOVE ANV-ANNV-DT          TO ANV-RPT-HDG-ANNV-DT.
           WRITE ANV-RPT-REC FROM ANV-RPT-HDG-LINE.
           MOVE SPACES               TO ANV-RPT-REC.
           WRITE ANV-RPT-REC.

      *  A SECOND RUN FOR THE SAME DATE WOULD MAIL EVERY STATEMENT IN
      *  THE WINDOW AGAIN - STOP BEFORE THE PRINT FEED IS EVEN OPENED
           IF  ANV-PRIOR-RUN-FOUND
           AND NOT ANV-OVRD-RQSTD
               MOVE ' *** ALREADY RUN FOR THIS RUN DATE - OVERRIDE REQUI
      -             'RED'            TO ANV-RPT-REC
               WRITE ANV-RPT-REC
               CLOSE ANVRPT-FILE
               MOVE 16               TO RETURN-CODE
               GOBACK
           END-IF.

           IF  ANV-PRIOR-RUN-FOUND
               MOVE ' *** RERUN FOR THIS RUN DATE TAKEN ON OVERRIDE'
                                     TO ANV-RPT-REC
               WRITE ANV-RPT-REC
               MOVE SPACES           TO ANV-RPT-REC
               WRITE ANV-RPT-REC
           END-IF.

           OPEN INPUT  ANVPOL-FILE
                       ANVWTCH-FILE
                       ANVPREM-FILE.
           OPEN OUTPUT ANVSTMT-FILE
                       ANVSUPP-FILE.

           MOVE 'CSBM9546  ANNIVERSARY STATEMENTS SUPPRESSED'
                                     TO ANV-RPT-HDG-TXT.
           WRITE ANV-SUP-REC FROM ANV-RPT-HDG-LINE.
           MOVE SPACES               TO ANV-SUP-REC.
           WRITE ANV-SUP-REC.
           WRITE ANV-SUP-REC FROM ANV-SUP-COL-LINE.

           PERFORM  2310-ADVANCE-WATCH
               THRU 2310-ADVANCE-WATCH-X.
           PERFORM  2610-READ-PREM
               THRU 2610-READ-PREM-X.
           PERFORM  2100-READ-POLICY
               THRU 2100-READ-POLICY-X.

       1000-INITIALIZE-X.
           EXIT.
      /
      *-----------------------
       1500-CHECK-PRIOR-RUN.
      *-----------------------
      *
      *  LOOK FOR A COMPLETED RUN OF THIS JOB FOR THE SAME RUN DATE
      *  ON THE RUN-CONTROL LEDGER.  NO LEDGER YET MEANS NO PRIOR RUN
      *
           MOVE SPACE                TO ANV-PRIOR-RUN-SW.

           OPEN INPUT  ANVLEDG-FILE.
           IF  ANV-LDG-STAT NOT = '00'
               GO TO 1500-CHECK-PRIOR-RUN-X
           END-IF.

           PERFORM  1510-SCAN-LEDGER
               THRU 1510-SCAN-LEDGER-X
                   UNTIL ANV-LDG-STAT NOT = '00'
                   OR    ANV-PRIOR-RUN-FOUND.

           CLOSE ANVLEDG-FILE.

       1500-CHECK-PRIOR-RUN-X.
           EXIT.
      /
      *-------------------
       1510-SCAN-LEDGER.
      *-------------------

           READ ANVLEDG-FILE.

           IF  ANV-LDG-STAT = '00'
           AND ANV-LDG-JOB-ID  = 'CSBM9546'
           AND ANV-LDG-RUN-DT  = ANV-RUN-DT
           AND ANV-LDG-STAT-CD = 'C'
               SET ANV-PRIOR-RUN-FOUND TO TRUE
           END-IF.

       1510-SCAN-LEDGER-X.
           EXIT.
      /
      *---------------------
       2000-PROCESS-POLICY.
      *---------------------
      *
      *  ONE POLICY FROM THE UNLOAD: SELECT IT ON ITS ANNIVERSARY,
      *  HOLD IT BACK IF IT MAY NOT BE MAILED, OTHERWISE RETRIEVE
      *  THE INQUIRY VIEW AND WRITE ITS STATEMENT
      *
           PERFORM  2200-CHECK-ANNIVERSARY
               THRU 2200-CHECK-ANNIVERSARY-X.

           IF  NOT ANV-SELECTED
               GO TO 2000-PROCESS-POLICY-NEXT
           END-IF.

           ADD +1                    TO ANV-SEL-CNT.

      *  THE WATCH LIST IS CHECKED HERE RATHER THAN LEFT TO THE
      *  RETRIEVE, SO A WATCHED POLICY IS NEVER EVEN LOOKED UP
           PERFORM  2300-MATCH-WATCH-LIST
               THRU 2300-MATCH-WATCH-LIST-X.

           IF  ANV-WTCH-HIT
               SET ANV-SUPP-WTCH     TO TRUE
               PERFORM  2500-WRITE-SUPPRESSION
                   THRU 2500-WRITE-SUPPRESSION-X
               GO TO 2000-PROCESS-POLICY-NEXT
           END-IF.

           PERFORM  2400-RETRIEVE-POLICY
               THRU 2400-RETRIEVE-POLICY-X.

           IF  MIR-DV-RESTRICT-CNFD
           OR  MIR-DV-RESTRICT-SSPND
               MOVE MIR-DV-RESTRICT-REASN-CD
                                     TO ANV-SUPP-RSN-CD
               PERFORM  2500-WRITE-SUPPRESSION
                   THRU 2500-WRITE-SUPPRESSION-X
               GO TO 2000-PROCESS-POLICY-NEXT
           END-IF.

      *  A BRANCH RESTRICTION ONLY SAYS THE JOB'S OWN USER MAY NOT SEE
      *  THE POLICY; THE DATA COMES BACK BLANK, SO NOTHING CAN PRINT
           IF  MIR-DV-RESTRICT-BRCH
               ADD +1                TO ANV-ERR-CNT
               MOVE SPACES           TO ANV-RPT-DTL-LINE
               MOVE ANV-POL-ID       TO ANV-RPT-DTL-POL-ID
               MOVE 'BRANCH ACCESS REFUSED - NO STATEMENT'
                                     TO ANV-RPT-DTL-TXT
               WRITE ANV-RPT-REC FROM ANV-RPT-DTL-LINE
               GO TO 2000-PROCESS-POLICY-NEXT
           END-IF.

           IF  WGLOB-MSG-ERROR-SW > ZERO
               ADD +1                TO ANV-ERR-CNT
               MOVE SPACES           TO ANV-RPT-DTL-LINE
               MOVE ANV-POL-ID       TO ANV-RPT-DTL-POL-ID
               MOVE 'RETRIEVE FAILED - NO STATEMENT'
                                     TO ANV-RPT-DTL-TXT
               WRITE ANV-RPT-REC FROM ANV-RPT-DTL-LINE
               GO TO 2000-PROCESS-POLICY-NEXT
           END-IF.

           PERFORM  2600-SUM-PREMIUMS
               THRU 2600-SUM-PREMIUMS-X.

           PERFORM  3000-WRITE-STATEMENT
               THRU 3000-WRITE-STATEMENT-X.

       2000-PROCESS-POLICY-NEXT.

           PERFORM  2100-READ-POLICY
               THRU 2100-READ-POLICY-X.

       2000-PROCESS-POLICY-X.
           EXIT.
      /
      *-------------------
       2100-READ-POLICY.
      *-------------------

           READ ANVPOL-FILE.

           IF  NOT ANV-POL-EOF
               ADD +1                TO ANV-POL-READ-CNT
           END-IF.

       2100-READ-POLICY-X.
           EXIT.
      /
      *-------------------------
       2200-CHECK-ANNIVERSARY.
      *-------------------------
      *
      *  AN IN-FORCE POLICY IS SELECTED WHEN ITS ANNIVERSARY IN THE
      *  STATEMENT YEAR FALLS ON THE RUN'S ANNIVERSARY DATE.  THE
      *  POLICY YEAR THE STATEMENT COVERS RUNS FROM THE PRIOR
      *  ANNIVERSARY (OR THE ISSUE DATE IN THE FIRST YEAR) TO IT
      *
           MOVE SPACE                TO ANV-SEL-SW.

           IF  NOT ANV-POL-IN-FORCE
               GO TO 2200-CHECK-ANNIVERSARY-X
           END-IF.

           MOVE ZERO                 TO ANV-ISS-DT.
           IF  ANV-POL-ISS-EFF-DT NUMERIC
               MOVE ANV-POL-ISS-EFF-DT TO ANV-ISS-DT
           END-IF.

           IF  ANV-ISS-DT = ZERO
           OR  ANV-ISS-MM < 01
           OR  ANV-ISS-MM > 12
           OR  ANV-ISS-DD < 01
           OR  ANV-ISS-DD > 31
               ADD +1                TO ANV-BADDT-CNT
               GO TO 2200-CHECK-ANNIVERSARY-X
           END-IF.

           IF  ANV-ISS-YYYY NOT < ANV-ANNV-YYYY
               GO TO 2200-CHECK-ANNIVERSARY-X
           END-IF.

           MOVE ANV-ANNV-YYYY        TO ANV-DW-YYYY.
           PERFORM  8300-ANNIV-IN-YEAR
               THRU 8300-ANNIV-IN-YEAR-X.

           IF  ANV-DW-SERIAL NOT = ANV-ANNV-SERIAL
               GO TO 2200-CHECK-ANNIVERSARY-X
           END-IF.

           SET ANV-SELECTED          TO TRUE.
           COMPUTE ANV-POL-YR = ANV-ANNV-YYYY - ANV-ISS-YYYY.

           COMPUTE ANV-DW-YYYY = ANV-ANNV-YYYY - 1.
           PERFORM  8300-ANNIV-IN-YEAR
               THRU 8300-ANNIV-IN-YEAR-X.
           MOVE ANV-DW-DATE          TO ANV-YR-STRT-DT.

       2200-CHECK-ANNIVERSARY-X.
           EXIT.
      /
      *-------------------------
       2300-MATCH-WATCH-LIST.
      *-------------------------
      *
      *  THE WATCH-LIST ROWS RIDE ALONGSIDE IN POLICY SEQUENCE.  ONLY
      *  A 'WTCH' ROW FOR THE CSOM SYSTEM COUNTS, AS IN THE INQUIRY'S
      *  OWN 9620-CHECK-WATCH-LIST
      *
           MOVE SPACE                TO ANV-WTCH-SW.

           PERFORM  2310-ADVANCE-WATCH
               THRU 2310-ADVANCE-WATCH-X
                   UNTIL ANV-WTCH-EOF
                   OR    ANV-WTCH-ETBL-VALU-ID NOT < ANV-POL-ID.

           PERFORM  2320-TEST-WATCH
               THRU 2320-TEST-WATCH-X
                   UNTIL ANV-WTCH-EOF
                   OR    ANV-WTCH-ETBL-VALU-ID NOT = ANV-POL-ID.

       2300-MATCH-WATCH-LIST-X.
           EXIT.
      /
      *-----------------------
       2310-ADVANCE-WATCH.
      *-----------------------

           READ ANVWTCH-FILE.

           IF  NOT ANV-WTCH-EOF
               ADD +1                TO ANV-WTCH-READ-CNT
           END-IF.

       2310-ADVANCE-WATCH-X.
           EXIT.
      /
      *--------------------
       2320-TEST-WATCH.
      *--------------------

           IF  ANV-WTCH-ETBL-TYP-ID = 'WTCH'
           AND ANV-WTCH-TTBL-SYS-ID = 'CSOM'
               SET ANV-WTCH-HIT      TO TRUE
           END-IF.

           PERFORM  2310-ADVANCE-WATCH
               THRU 2310-ADVANCE-WATCH-X.

       2320-TEST-WATCH-X.
           EXIT.
      /
      *-----------------------
       2400-RETRIEVE-POLICY.
      *-----------------------

           MOVE SPACES               TO MIR-PARM-AREA.
           MOVE '8000'               TO MIR-BUS-FCN-ID.
           MOVE ANV-POL-ID-BASE      TO MIR-POL-ID-BASE.
           MOVE ANV-POL-ID-SFX       TO MIR-POL-ID-SFX.
      *
      *  THE CASHIER MQ LOOKUP IS AN ONLINE-ONLY SIDE TRIP, AND THE
      *  JOB IS NOT A PERSON LOOKING AT A POLICY - SAME SETTINGS AS
      *  THE CSBM9528 EXTRACT
      *
           MOVE 'N'                  TO MIR-DV-MQ-CALL-SW.
           MOVE 'Y'                  TO MIR-DV-AUDIT-SUPRS-SW.

           MOVE ZERO                 TO WGLOB-MSG-ERROR-SW.

           CALL 'CSOM9527' USING WGLOB-GLOBAL-AREA
                                 MIR-PARM-AREA.

       2400-RETRIEVE-POLICY-X.
           EXIT.
      /
      *-------------------------
       2500-WRITE-SUPPRESSION.
      *-------------------------

           ADD +1                    TO ANV-SUPP-CNT.

           MOVE SPACES               TO ANV-SUP-DTL-LINE.
           MOVE ANV-POL-ID           TO ANV-SUP-DTL-POL-ID.
           MOVE ANV-ANNV-DT          TO ANV-SUP-DTL-ANNV-DT.
           MOVE ANV-POL-SERV-AGT-ID  TO ANV-SUP-DTL-AGT.
           MOVE ANV-POL-SERV-BR-ID   TO ANV-SUP-DTL-BR.

           EVALUATE TRUE
               WHEN ANV-SUPP-WTCH
                   ADD +1            TO ANV-WTCH-CNT
                   MOVE 'ON WATCH LIST'
                                     TO ANV-SUP-DTL-TXT
               WHEN ANV-SUPP-CNFD
                   ADD +1            TO ANV-CNFD-CNT
                   MOVE 'CONFIDENTIAL RESTRICTION'
                                     TO ANV-SUP-DTL-TXT
               WHEN ANV-SUPP-SSPND
                   ADD +1            TO ANV-SSPND-CNT
                   MOVE 'SUSPEND RESTRICTION'
                                     TO ANV-SUP-DTL-TXT
           END-EVALUATE.

           WRITE ANV-SUP-REC FROM ANV-SUP-DTL-LINE.

       2500-WRITE-SUPPRESSION-X.
           EXIT.
      /
      *---------------------
       2600-SUM-PREMIUMS.
      *---------------------
      *
      *  PREMIUMS RECEIVED IN THE POLICY YEAR NOW ENDING AND NOT
      *  REVERSED.  THE PREMIUM FILE RIDES ALONGSIDE IN POLICY
      *  SEQUENCE
      *
           MOVE ZERO                 TO ANV-PREM-AMT.

           PERFORM  2610-READ-PREM
               THRU 2610-READ-PREM-X
                   UNTIL ANV-PREM-EOF
                   OR    ANV-PREM-POL-ID NOT < ANV-POL-ID.

           PERFORM  2620-ADD-PREM
               THRU 2620-ADD-PREM-X
                   UNTIL ANV-PREM-EOF
                   OR    ANV-PREM-POL-ID NOT = ANV-POL-ID.

       2600-SUM-PREMIUMS-X.
           EXIT.
      /
      *------------------
       2610-READ-PREM.
      *------------------

           READ ANVPREM-FILE.

           IF  NOT ANV-PREM-EOF
               ADD +1                TO ANV-PREM-READ-CNT
           END-IF.

       2610-READ-PREM-X.
           EXIT.
      /
      *-----------------
       2620-ADD-PREM.
      *-----------------

           MOVE ZERO                 TO ANV-PREM-DT.
           MOVE ANV-PREM-TRXN-DT     TO ANV-EXT-DT.
           IF  ANV-EXT-YYYY NUMERIC
           AND ANV-EXT-MM   NUMERIC
           AND ANV-EXT-DD   NUMERIC
               MOVE ANV-EXT-YYYY     TO ANV-DW-YYYY
               MOVE ANV-EXT-MM       TO ANV-DW-MM
               MOVE ANV-EXT-DD       TO ANV-DW-DD
               MOVE ANV-DW-DATE      TO ANV-PREM-DT
           END-IF.

           IF  NOT ANV-PREM-STAT-REVRS
           AND ANV-PREM-DT NOT < ANV-YR-STRT-DT
           AND ANV-PREM-DT < ANV-ANNV-DT
               ADD ANV-PREM-TRXN-AMT TO ANV-PREM-AMT
           END-IF.

           PERFORM  2610-READ-PREM
               THRU 2610-READ-PREM-X.

       2620-ADD-PREM-X.
           EXIT.
      /
      *-----------------------
       3000-WRITE-STATEMENT.
      *-----------------------
      *
      *  ONE HEADER RECORD FOR THE OWNER, MAILING ADDRESS AND BILLING
      *  SUMMARY, THEN ONE RECORD PER INSURED, COVERAGE AND FUND
      *  ALLOCATION LINE, ALL KEYED BY POLICY AND SEQUENCE NUMBER SO
      *  THE PRINT SERVICE CAN REASSEMBLE THE STATEMENT
      *
           MOVE ZERO                 TO ANV-INSRD-CNT.
           MOVE SPACE                TO ANV-LIST-END-SW.
           PERFORM  3100-COUNT-INSURED
               THRU 3100-COUNT-INSURED-X
                   VARYING ANV-SUB FROM 1 BY 1
                   UNTIL ANV-SUB > ANV-INSRD-MAX
                   OR    ANV-LIST-END.

           MOVE ZERO                 TO ANV-FND-CNT.
           MOVE SPACE                TO ANV-LIST-END-SW.
           PERFORM  3200-COUNT-FUNDS
               THRU 3200-COUNT-FUNDS-X
                   VARYING ANV-SUB FROM 1 BY 1
                   UNTIL ANV-SUB > ANV-FND-MAX
                   OR    ANV-LIST-END.

           MOVE ZERO                 TO ANV-CVG-CNT.
           IF  MIR-DV-CVG-CTR NUMERIC
               MOVE MIR-DV-CVG-CTR   TO ANV-CVG-CNT
           END-IF.

           MOVE SPACES               TO ANV-STM-REC.
           MOVE ANV-POL-ID           TO ANV-STM-POL-ID.
           SET ANV-STM-TYP-HDR       TO TRUE.
           MOVE ZERO                 TO ANV-SEQ-NUM.
           MOVE ANV-SEQ-NUM          TO ANV-STM-SEQ-NUM.
           MOVE ANV-ANNV-DT          TO ANV-STM-ANNV-DT.
           MOVE ANV-POL-YR           TO ANV-STM-POL-YR.
           MOVE MIR-CLI-ID-T (1)     TO ANV-STM-OWNR-CLI-ID.
           MOVE MIR-DV-OWN-CLI-NM-T (1)
                                     TO ANV-STM-OWNR-NM.

      *  THE PRIMARY OWNER'S FIRST ADDRESS AS 8524 RESOLVED IT; THE
      *  SECOND ONLY WHEN THE FIRST CAME BACK EMPTY
           EVALUATE TRUE
               WHEN MIR-CLI-ADDR-1-TXT NOT = SPACES
                   MOVE MIR-CLI-ADDR-1-TXT     TO ANV-STM-ADDR-1-TXT
                   MOVE MIR-CLI-ADDR-1-TXT-2   TO ANV-STM-ADDR-2-TXT
                   MOVE MIR-CLI-ADDR-1-TXT-3   TO ANV-STM-ADDR-3-TXT
                   MOVE MIR-CLI-ADDR-1-TXT-4   TO ANV-STM-ADDR-4-TXT
                   MOVE MIR-CLI-ADDR-1-TXT-5   TO ANV-STM-ADDR-5-TXT
                   MOVE MIR-CLI-CITY-NM-1-TXT  TO ANV-STM-CITY-NM-TXT
                   MOVE MIR-POL-CTRY-CD-1      TO ANV-STM-CTRY-CD
               WHEN MIR-CLI-ADDR-2-TXT NOT = SPACES
                   MOVE MIR-CLI-ADDR-2-TXT     TO ANV-STM-ADDR-1-TXT
                   MOVE MIR-CLI-ADDR-2-TXT-2   TO ANV-STM-ADDR-2-TXT
                   MOVE MIR-CLI-ADDR-2-TXT-3   TO ANV-STM-ADDR-3-TXT
                   MOVE MIR-CLI-ADDR-2-TXT-4   TO ANV-STM-ADDR-4-TXT
                   MOVE MIR-CLI-ADDR-2-TXT-5   TO ANV-STM-ADDR-5-TXT
                   MOVE MIR-CLI-CITY-NM-2-TXT  TO ANV-STM-CITY-NM-TXT
                   MOVE MIR-POL-CTRY-CD-2      TO ANV-STM-CTRY-CD
               WHEN OTHER
                   ADD +1                      TO ANV-NOADDR-CNT
           END-EVALUATE.

           MOVE ANV-POL-SERV-AGT-ID  TO ANV-STM-SERV-AGT-ID.
           MOVE ANV-POL-SERV-BR-ID   TO ANV-STM-SERV-BR-ID.
           MOVE MIR-POL-BILL-MODE-CD TO ANV-STM-BILL-MODE-CD.
           MOVE MIR-POL-PD-TO-DT-NUM TO ANV-STM-PD-TO-DT.
           MOVE ANV-YR-STRT-DT       TO ANV-STM-YR-STRT-DT.
           MOVE ANV-PREM-AMT         TO ANV-STM-PREM-RECV-AMT.
           MOVE ANV-INSRD-CNT        TO ANV-STM-INSRD-CNT.
           MOVE ANV-CVG-CNT          TO ANV-STM-CVG-CNT.
           MOVE ANV-FND-CNT          TO ANV-STM-FND-CNT.
           MOVE MIR-DV-CVG-TRUNC-IND TO ANV-STM-CVG-TRUNC-IND.
           MOVE MIR-DV-FND-LIST-TRUNC-IND
                                     TO ANV-STM-FND-TRUNC-IND.

           WRITE ANV-STM-REC.
           ADD +1                    TO ANV-STM-WRIT-CNT.

           PERFORM  3300-WRITE-INSURED
               THRU 3300-WRITE-INSURED-X
                   VARYING ANV-SUB FROM 1 BY 1
                   UNTIL ANV-SUB > ANV-INSRD-CNT.

           PERFORM  3400-WRITE-COVERAGE
               THRU 3400-WRITE-COVERAGE-X
                   VARYING ANV-SUB FROM 1 BY 1
                   UNTIL ANV-SUB > ANV-CVG-CNT.

           PERFORM  3500-WRITE-FUND
               THRU 3500-WRITE-FUND-X
                   VARYING ANV-SUB FROM 1 BY 1
                   UNTIL ANV-SUB > ANV-FND-CNT.

           ADD +1                    TO ANV-STMT-CNT.
           ADD ANV-PREM-AMT          TO ANV-PREM-TOT-AMT.

       3000-WRITE-STATEMENT-X.
           EXIT.
      /
      *---------------------
       3100-COUNT-INSURED.
      *---------------------

           IF  MIR-INSRD-CLI-ID-T (ANV-SUB) = SPACES
               SET ANV-LIST-END      TO TRUE
           ELSE
               MOVE ANV-SUB          TO ANV-INSRD-CNT
           END-IF.

       3100-COUNT-INSURED-X.
           EXIT.
      /
      *-------------------
       3200-COUNT-FUNDS.
      *-------------------

           IF  MIR-FND-ID-T (ANV-SUB) = SPACES
               SET ANV-LIST-END      TO TRUE
           ELSE
               MOVE ANV-SUB          TO ANV-FND-CNT
           END-IF.

       3200-COUNT-FUNDS-X.
           EXIT.
      /
      *---------------------
       3300-WRITE-INSURED.
      *---------------------

           ADD +1                    TO ANV-SEQ-NUM.

           MOVE SPACES               TO ANV-STI-REC.
           MOVE ANV-POL-ID           TO ANV-STI-POL-ID.
           MOVE 'I'                  TO ANV-STI-REC-TYP.
           MOVE ANV-SEQ-NUM          TO ANV-STI-SEQ-NUM.
           MOVE MIR-INSRD-CLI-ID-T (ANV-SUB)
                                     TO ANV-STI-CLI-ID.
           MOVE MIR-DV-INSRD-CLI-NM-T (ANV-SUB)
                                     TO ANV-STI-CLI-NM.

           WRITE ANV-STI-REC.
           ADD +1                    TO ANV-STM-WRIT-CNT.

       3300-WRITE-INSURED-X.
           EXIT.
      /
      *----------------------
       3400-WRITE-COVERAGE.
      *----------------------

           ADD +1                    TO ANV-SEQ-NUM.

           MOVE SPACES               TO ANV-STC-REC.
           MOVE ANV-POL-ID           TO ANV-STC-POL-ID.
           MOVE 'C'                  TO ANV-STC-REC-TYP.
           MOVE ANV-SEQ-NUM          TO ANV-STC-SEQ-NUM.
           MOVE MIR-DV-CVG-NUM (ANV-SUB)
                                     TO ANV-STC-CVG-NUM.
           MOVE MIR-DV-CVG-PLAN-ID (ANV-SUB)
                                     TO ANV-STC-PLAN-ID.
           MOVE MIR-DV-CVG-STAT-CD (ANV-SUB)
                                     TO ANV-STC-STAT-CD.
           MOVE MIR-DV-CVG-MPREM-AMT (ANV-SUB)
                                     TO ANV-STC-MPREM-AMT.

           WRITE ANV-STC-REC.
           ADD +1                    TO ANV-STM-WRIT-CNT.

       3400-WRITE-COVERAGE-X.
           EXIT.
      /
      *------------------
       3500-WRITE-FUND.
      *------------------

           ADD +1                    TO ANV-SEQ-NUM.

           MOVE SPACES               TO ANV-STF-REC.
           MOVE ANV-POL-ID           TO ANV-STF-POL-ID.
           MOVE 'F'                  TO ANV-STF-REC-TYP.
           MOVE ANV-SEQ-NUM          TO ANV-STF-SEQ-NUM.
           MOVE MIR-FND-ID-T (ANV-SUB)
                                     TO ANV-STF-FND-ID.
           MOVE MIR-FND-CDI-STAT-CD-T (ANV-SUB)
                                     TO ANV-STF-CDI-STAT-CD.
           MOVE MIR-CDI-ALLOC-PCT-T (ANV-SUB)
                                     TO ANV-STF-ALLOC-PCT.
           MOVE MIR-CFN-PLAN-ID-T (ANV-SUB)
                                     TO ANV-STF-PLAN-ID.

           WRITE ANV-STF-REC.
           ADD +1                    TO ANV-STM-WRIT-CNT.

       3500-WRITE-FUND-X.
           EXIT.
      /
      *----------------
       9000-FINALIZE.
      *----------------
      *
      *  CONTROL COUNTS FOR THE MAILROOM HANDOVER
      *
           MOVE SPACES               TO ANV-RPT-REC.
           WRITE ANV-RPT-REC.

           MOVE SPACES               TO ANV-RPT-CNT-LINE.
           MOVE 'POLICIES READ'      TO ANV-RPT-CNT-TXT.
           MOVE ANV-POL-READ-CNT     TO ANV-RPT-CNT-NUM.
           WRITE ANV-RPT-REC FROM ANV-RPT-CNT-LINE.

           MOVE SPACES               TO ANV-RPT-CNT-LINE.
           MOVE 'ISSUE DATE UNUSABLE'
                                     TO ANV-RPT-CNT-TXT.
           MOVE ANV-BADDT-CNT        TO ANV-RPT-CNT-NUM.
           WRITE ANV-RPT-REC FROM ANV-RPT-CNT-LINE.

           MOVE SPACES               TO ANV-RPT-CNT-LINE.
           MOVE 'ANNIVERSARIES IN WINDOW'
                                     TO ANV-RPT-CNT-TXT.
           MOVE ANV-SEL-CNT          TO ANV-RPT-CNT-NUM.
           WRITE ANV-RPT-REC FROM ANV-RPT-CNT-LINE.

           MOVE SPACES               TO ANV-RPT-CNT-LINE.
           MOVE 'STATEMENTS PRODUCED'
                                     TO ANV-RPT-CNT-TXT.
           MOVE ANV-STMT-CNT         TO ANV-RPT-CNT-NUM.
           WRITE ANV-RPT-REC FROM ANV-RPT-CNT-LINE.

           MOVE SPACES               TO ANV-RPT-CNT-LINE.
           MOVE 'STATEMENT RECORDS WRITTEN'
                                     TO ANV-RPT-CNT-TXT.
           MOVE ANV-STM-WRIT-CNT     TO ANV-RPT-CNT-NUM.
           WRITE ANV-RPT-REC FROM ANV-RPT-CNT-LINE.

           MOVE SPACES               TO ANV-RPT-CNT-LINE.
           MOVE 'STATEMENTS WITH NO OWNER ADDRESS'
                                     TO ANV-RPT-CNT-TXT.
           MOVE ANV-NOADDR-CNT       TO ANV-RPT-CNT-NUM.
           WRITE ANV-RPT-REC FROM ANV-RPT-CNT-LINE.

           MOVE SPACES               TO ANV-RPT-CNT-LINE.
           MOVE 'STATEMENTS SUPPRESSED'
                                     TO ANV-RPT-CNT-TXT.
           MOVE ANV-SUPP-CNT         TO ANV-RPT-CNT-NUM.
           WRITE ANV-RPT-REC FROM ANV-RPT-CNT-LINE.

           MOVE SPACES               TO ANV-RPT-CNT-LINE.
           MOVE '  ON WATCH LIST'    TO ANV-RPT-CNT-TXT.
           MOVE ANV-WTCH-CNT         TO ANV-RPT-CNT-NUM.
           WRITE ANV-RPT-REC FROM ANV-RPT-CNT-LINE.

           MOVE SPACES               TO ANV-RPT-CNT-LINE.
           MOVE '  CONFIDENTIAL RESTRICTION'
                                     TO ANV-RPT-CNT-TXT.
           MOVE ANV-CNFD-CNT         TO ANV-RPT-CNT-NUM.
           WRITE ANV-RPT-REC FROM ANV-RPT-CNT-LINE.

           MOVE SPACES               TO ANV-RPT-CNT-LINE.
           MOVE '  SUSPEND RESTRICTION'
                                     TO ANV-RPT-CNT-TXT.
           MOVE ANV-SSPND-CNT        TO ANV-RPT-CNT-NUM.
           WRITE ANV-RPT-REC FROM ANV-RPT-CNT-LINE.

           MOVE SPACES               TO ANV-RPT-CNT-LINE.
           MOVE 'RETRIEVE FAILED OR REFUSED'
                                     TO ANV-RPT-CNT-TXT.
           MOVE ANV-ERR-CNT          TO ANV-RPT-CNT-NUM.
           WRITE ANV-RPT-REC FROM ANV-RPT-CNT-LINE.

           MOVE SPACES               TO ANV-RPT-AMT-LINE.
           MOVE 'PREMIUMS RECEIVED ON STMTS'
                                     TO ANV-RPT-AMT-TXT.
           MOVE ANV-PREM-TOT-AMT     TO ANV-RPT-AMT-NUM.
           WRITE ANV-RPT-REC FROM ANV-RPT-AMT-LINE.

           PERFORM  8900-WRITE-LEDGER
               THRU 8900-WRITE-LEDGER-X.

           CLOSE ANVPOL-FILE
                 ANVWTCH-FILE
                 ANVPREM-FILE
                 ANVSTMT-FILE
                 ANVSUPP-FILE
                 ANVRPT-FILE.

       9000-FINALIZE-X.
           EXIT.
      /
      *-------------------------
       8100-DATE-TO-SERIAL.
      *-------------------------
      *
      *  GREGORIAN DATE TO DAY NUMBER; DIVIDES TRUNCATE AS THE
      *  ALGORITHM REQUIRES
      *
           COMPUTE ANV-DW-A = (14 - ANV-DW-MM) / 12.
           COMPUTE ANV-DW-Y = ANV-DW-YYYY + 4800 - ANV-DW-A.
           COMPUTE ANV-DW-M = ANV-DW-MM + 12 * ANV-DW-A - 3.
           COMPUTE ANV-DW-B = (153 * ANV-DW-M + 2) / 5.
           COMPUTE ANV-DW-C = ANV-DW-Y / 4.
           COMPUTE ANV-DW-D = ANV-DW-Y / 100.
           COMPUTE ANV-DW-E = ANV-DW-Y / 400.
           COMPUTE ANV-DW-SERIAL = ANV-DW-DD + ANV-DW-B
                                 + 365 * ANV-DW-Y
                                 + ANV-DW-C - ANV-DW-D + ANV-DW-E
                                 - 32045.

       8100-DATE-TO-SERIAL-X.
           EXIT.
      /
      *-------------------------
       8200-SERIAL-TO-DATE.
      *-------------------------

      *  EACH QUOTIENT IS STORED BEFORE IT IS SUBTRACTED SO THE
      *  DIVISIONS TRUNCATE THE WAY THE DAY-NUMBER ALGORITHM NEEDS
           COMPUTE ANV-DW-A = ANV-DW-SERIAL + 32044.
           COMPUTE ANV-DW-B = (4 * ANV-DW-A + 3) / 146097.
           COMPUTE ANV-DW-C = (146097 * ANV-DW-B) / 4.
           COMPUTE ANV-DW-C = ANV-DW-A - ANV-DW-C.
           COMPUTE ANV-DW-D = (4 * ANV-DW-C + 3) / 1461.
           COMPUTE ANV-DW-E = (1461 * ANV-DW-D) / 4.
           COMPUTE ANV-DW-E = ANV-DW-C - ANV-DW-E.
           COMPUTE ANV-DW-M = (5 * ANV-DW-E + 2) / 153.

           COMPUTE ANV-DW-Y = (153 * ANV-DW-M + 2) / 5.
           COMPUTE ANV-DW-DD = ANV-DW-E - ANV-DW-Y + 1.
           COMPUTE ANV-DW-A = ANV-DW-M / 10.
           COMPUTE ANV-DW-MM = ANV-DW-M + 3 - 12 * ANV-DW-A.
           COMPUTE ANV-DW-YYYY = 100 * ANV-DW-B + ANV-DW-D
                               - 4800 + ANV-DW-A.

       8200-SERIAL-TO-DATE-X.
           EXIT.
      /
      *-------------------------
       8300-ANNIV-IN-YEAR.
      *-------------------------
      *
      *  THE POLICY'S ANNIVERSARY IN THE YEAR ALREADY IN ANV-DW-YYYY,
      *  RETURNED IN ANV-DW-DATE AND ANV-DW-SERIAL.  AN ISSUE DAY THE
      *  MONTH DOES NOT HAVE THAT YEAR (29 FEBRUARY, OR A BAD 31ST)
      *  FALLS BACK TO THE LAST DAY OF THE MONTH
      *
           MOVE ANV-ISS-MM           TO ANV-DW-MM.
           MOVE ANV-ISS-DD           TO ANV-DW-DD.
           PERFORM  8100-DATE-TO-SERIAL
               THRU 8100-DATE-TO-SERIAL-X.
           MOVE ANV-DW-SERIAL        TO ANV-HOLD-SERIAL.

           PERFORM  8200-SERIAL-TO-DATE
               THRU 8200-SERIAL-TO-DATE-X.

           IF  ANV-DW-MM NOT = ANV-ISS-MM
               MOVE ANV-HOLD-SERIAL  TO ANV-DW-SERIAL
               SUBTRACT ANV-DW-DD    FROM ANV-DW-SERIAL
               PERFORM  8200-SERIAL-TO-DATE
                   THRU 8200-SERIAL-TO-DATE-X
           ELSE
               MOVE ANV-HOLD-SERIAL  TO ANV-DW-SERIAL
           END-IF.

       8300-ANNIV-IN-YEAR-X.
           EXIT.
      /
      *----------------------
       8900-WRITE-LEDGER.
      *----------------------
      *
      *  ONE RUN-CONTROL RECORD PER RUN, APPENDED TO THE SHARED
      *  LEDGER FOR THE BALANCING STEP
      *
           INITIALIZE ANV-LDG-REC.
           MOVE 'CSBM9546'           TO ANV-LDG-JOB-ID.
           MOVE ANV-RUN-DT           TO ANV-LDG-RUN-DT.
           MOVE WGLOB-PROCESS-DATE   TO ANV-LDG-PROC-DT.
           ACCEPT ANV-LDG-WRIT-DT FROM DATE YYYYMMDD.
           ACCEPT ANV-LDG-WRIT-TIME FROM TIME.
           MOVE 'C'                  TO ANV-LDG-STAT-CD.
           MOVE ANV-OVRD-IND         TO ANV-LDG-OVRD-IND.

           MOVE 'ANVPOL'             TO ANV-LDG-CTL-ID (1).
           MOVE ANV-POL-READ-CNT     TO ANV-LDG-CTL-CNT (1).

           MOVE 'SELECTED'           TO ANV-LDG-CTL-ID (2).
           MOVE ANV-SEL-CNT          TO ANV-LDG-CTL-CNT (2).

           MOVE 'ANVSTMT'            TO ANV-LDG-CTL-ID (3).
           MOVE ANV-STMT-CNT         TO ANV-LDG-CTL-CNT (3).
           MOVE ANV-PREM-TOT-AMT     TO ANV-LDG-CTL-HASH (3).

           MOVE 'STMTRECS'           TO ANV-LDG-CTL-ID (4).
           MOVE ANV-STM-WRIT-CNT     TO ANV-LDG-CTL-CNT (4).

           MOVE 'SUPPRESS'           TO ANV-LDG-CTL-ID (5).
           MOVE ANV-SUPP-CNT         TO ANV-LDG-CTL-CNT (5).

           MOVE 'ERRORS'             TO ANV-LDG-CTL-ID (6).
           MOVE ANV-ERR-CNT          TO ANV-LDG-CTL-CNT (6).

           MOVE 'NOADDR'             TO ANV-LDG-CTL-ID (7).
           MOVE ANV-NOADDR-CNT       TO ANV-LDG-CTL-CNT (7).

           MOVE 'ANVPREM'            TO ANV-LDG-CTL-ID (8).
           MOVE ANV-PREM-READ-CNT    TO ANV-LDG-CTL-CNT (8).

           OPEN EXTEND ANVLEDG-FILE.
           WRITE ANV-LDG-REC.
           CLOSE ANVLEDG-FILE.

       8900-WRITE-LEDGER-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM CSBM9546                     **
      *****************************************************************
