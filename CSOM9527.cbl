DLM124         88  WS-BUS-FCN-ACK-UPDATE                VALUE '8005'.   09022601
DLM126         88  WS-BUS-FCN-POF-RESPONSE              VALUE '8006'.   09022603
DLM128         88  WS-BUS-FCN-AUD-HISTORY               VALUE '8007'.   09022605
DLM129         88  WS-BUS-FCN-JRNL-REVERSAL             VALUE '8008'.   10152601
DLM130         88  WS-BUS-FCN-NOTE-ADD                  VALUE '8009'.   10152602
DLM130         88  WS-BUS-FCN-NOTE-BROWSE               VALUE '8010'.   10152602
DLM131         88  WS-BUS-FCN-FLK-CANCEL                VALUE '8011'.   10152603
           05  WS-PRIM-OWNER-IND                       PIC X(01).
               88  WS-PRIM-OWNER                       VALUE 'Y'.
               88  WS-NOT-PRIM-OWNER                   VALUE 'N'.
DLM127     05  WS-SUMM-SAVE-POL-ID             PIC X(10).               09022604
DLM128     05  WS-AUDH-FROM-INT-DT             PIC X(10).               09022605
DLM128     05  WS-AUDH-TO-INT-DT               PIC X(10).               09022605
DLM129     05  WS-JRNL-CHNG-TYP-CD             PIC X(01).               10152601
DLM129         88  WS-JRNL-CHNG-ACK            VALUE 'A'.               10152601
DLM129         88  WS-JRNL-CHNG-POF            VALUE 'P'.               10152601
DLM133         88  WS-JRNL-CHNG-FLK            VALUE 'F'.               10152605
DLM129     05  WS-JRNL-REVRS-SW                PIC X(01).               10152601
DLM129         88  WS-JRNL-REVRS-YES           VALUE 'Y'.               10152601
DLM129         88  WS-JRNL-REVRS-NO            VALUE 'N'.               10152601
DLM129     05  WS-JRNL-CAMPGN-CD               PIC X(10).               10152601
DLM129     05  WS-JRNL-SEG-CD                  PIC X(10).               10152601
DLM129     05  WS-JRNL-ORIG-TIME               PIC X(08).               10152601
DLM129     05  WS-JRNL-HOLD-IMAGE              PIC X(30).               10152601
DLM129     05  WS-JRNL-BFR-IMAGE               PIC X(30).               10152601
DLM129     05  WS-JRNL-BFR-ACK-R REDEFINES WS-JRNL-BFR-IMAGE.           10152601
DLM129         10  WS-JRNL-BFR-ACK-RECV-DT     PIC X(10).               10152601
DLM129         10  WS-JRNL-BFR-ACK-EXT-IND     PIC X(01).               10152601
DLM129         10  FILLER                      PIC X(19).               10152601
DLM129     05  WS-JRNL-BFR-POF-R REDEFINES WS-JRNL-BFR-IMAGE.           10152601
DLM129         10  WS-JRNL-BFR-POF-RESP-CD     PIC X(01).               10152601
DLM129         10  WS-JRNL-BFR-POF-RESP-DT     PIC X(10).               10152601
DLM129         10  WS-JRNL-BFR-POF-USER-ID     PIC X(08).               10152601
DLM129         10  FILLER                      PIC X(11).               10152601
DLM129     05  WS-JRNL-AFT-IMAGE               PIC X(30).               10152601
DLM129     05  WS-JRNL-AFT-ACK-R REDEFINES WS-JRNL-AFT-IMAGE.           10152601
DLM129         10  WS-JRNL-AFT-ACK-RECV-DT     PIC X(10).               10152601
DLM129         10  WS-JRNL-AFT-ACK-EXT-IND     PIC X(01).               10152601
DLM129         10  FILLER                      PIC X(19).               10152601
DLM129     05  WS-JRNL-AFT-POF-R REDEFINES WS-JRNL-AFT-IMAGE.           10152601
DLM129         10  WS-JRNL-AFT-POF-RESP-CD     PIC X(01).               10152601
DLM129         10  WS-JRNL-AFT-POF-RESP-DT     PIC X(10).               10152601
DLM129         10  WS-JRNL-AFT-POF-USER-ID     PIC X(08).               10152601
DLM129         10  FILLER                      PIC X(11).               10152601
DLM133     05  WS-JRNL-AFT-FLK-R REDEFINES WS-JRNL-AFT-IMAGE.           10152605
DLM133         10  WS-JRNL-AFT-FLK-RQST-DT     PIC X(10).               10152605
DLM133         10  WS-JRNL-AFT-FLK-CHNL-CD     PIC X(02).               10152605
DLM133         10  WS-JRNL-AFT-FLK-USER-ID     PIC X(08).               10152605
DLM133         10  WS-JRNL-AFT-FLK-TERM-ID     PIC X(04).               10152605
DLM133         10  FILLER                      PIC X(06).               10152605
DLM130     05  WS-NOTE-FLWUP-INT-DT            PIC X(10).               10152602
DLM130     05  WS-NOTE-STRT-INT-DT             PIC X(10).               10152602
DLM130     05  WS-NOTE-LAST-FLWUP-INT-DT       PIC X(10).               10152602
DLM131     05  WS-FLK-RQST-INT-DT              PIC X(10).               10152603

018633*01  WS-TWRK-KEY                     PIC X(04)  VALUE '8000'.
018633*01  WS-WORK-AREA.
AAG005 COPY CCFRMAST.
DLM128 COPY CCFWAUD.                                                    09022605
DLM128 COPY CCFRAUD.                                                    09022605
DLM129 COPY CCFWZJRN.                                                   10152601
DLM129 COPY CCFRZJRN.                                                   10152601
DLM130 COPY CCFWZSNT.                                                   10152602
DLM130 COPY CCFRZSNT.                                                   10152602
DLM131 COPY CCFWZFLK.                                                   10152603
DLM131 COPY CCFRZFLK.                                                   10152603
ANB025 COPY CCFRZCHL.                                                   04180502
ANB025 COPY CCFWZCHL.                                                   04180502
APA070 COPY CCFWZPOF.                                                   02210609
DLM125     05  L9601-ALERT-TERM-ID                      PIC X(04).      09022602
DLM125     05  L9601-ALERT-BUS-FCN-ID                   PIC X(04).      09022602
DLM125/                                                                 09022602
DLM129***************************************************************   10152601
DLM129* MAINTENANCE CHANGE JOURNAL WRITE                                10152601
DLM129***************************************************************   10152601
DLM129 COPY CCWL9602.                                                   10152601
DLM129     05  L9602-JRNL-TIME                          PIC X(08).      10152601
DLM129     05  L9602-JRNL-POL-ID                        PIC X(10).      10152601
DLM129     05  L9602-JRNL-USER-ID                       PIC X(08).      10152601
DLM129     05  L9602-JRNL-TERM-ID                       PIC X(04).      10152601
DLM129     05  L9602-JRNL-BUS-FCN-ID                    PIC X(04).      10152601
DLM129     05  L9602-JRNL-CHNG-TYP-CD                   PIC X(01).      10152601
DLM129     05  L9602-JRNL-CAMPGN-CD                     PIC X(10).      10152601
DLM129     05  L9602-JRNL-SEG-CD                        PIC X(10).      10152601
DLM129     05  L9602-JRNL-BFR-IMAGE                     PIC X(30).      10152601
DLM129     05  L9602-JRNL-AFT-IMAGE                     PIC X(30).      10152601
DLM129     05  L9602-JRNL-REVRS-IND                     PIC X(01).      10152601
DLM129         88  L9602-JRNL-REVRS-NONE                   VALUE 'N'.   10152601
DLM129         88  L9602-JRNL-REVRS-ENTRY                  VALUE 'R'.   10152601
DLM129     05  L9602-JRNL-REVRS-RSN-CD                  PIC X(02).      10152601
DLM129     05  L9602-JRNL-SUPV-USER-ID                  PIC X(08).      10152601
DLM129     05  L9602-JRNL-ORIG-TIME                     PIC X(08).      10152601
DLM129     05  L9602-JRNL-RETRN-CD                      PIC X(01).      10152601
DLM129         88  L9602-JRNL-WRITE-OK                     VALUE 'Y'.   10152601
DLM129         88  L9602-JRNL-WRITE-FAILED                 VALUE 'N'.   10152601
DLM129/                                                                 10152601
      /
      *****************************************************************
      *  INPUT PARAMETER INFORMATION                                  *
DLM128     05  MIR-DV-AUDH-TRUNC-IND                    PIC X(01).      09022605
DLM128         88  MIR-DV-AUDH-TRUNCATED                   VALUE 'Y'.   09022605
DLM128         88  MIR-DV-AUDH-NOT-TRUNCATED               VALUE 'N'.   09022605
DLM133* INPUT TO 8008 (THE ENTRY TO REVERSE); RETURNED BY 8005, 8006 AND10152605
DLM133* 8011 AS THE TIME THEIR OWN JOURNAL ENTRY WAS WRITTEN UNDER      10152605
DLM129     05  MIR-DV-JRNL-REVRS-TIME                   PIC X(08).      10152601
DLM129     05  MIR-DV-JRNL-REVRS-RSN-CD                 PIC X(02).      10152601
DLM129     05  MIR-DV-JRNL-SUPV-USER-ID                 PIC X(08).      10152601
DLM130     05  MIR-DV-NOTE-CATG-CD                      PIC X(02).      10152602
DLM130         88  MIR-DV-NOTE-CATG-VALID                               10152602
DLM130                             VALUE 'AC' 'PQ' 'OC' 'CP' 'GN'.      10152602
DLM130         88  MIR-DV-NOTE-CATG-ACK-CHASE              VALUE 'AC'.  10152602
DLM130         88  MIR-DV-NOTE-CATG-PAY-QUERY              VALUE 'PQ'.  10152602
DLM130         88  MIR-DV-NOTE-CATG-OFFER-CALL             VALUE 'OC'.  10152602
DLM130         88  MIR-DV-NOTE-CATG-COMPLAINT              VALUE 'CP'.  10152602
DLM130         88  MIR-DV-NOTE-CATG-GENERAL                VALUE 'GN'.  10152602
DLM130     05  MIR-DV-NOTE-TXT                          PIC X(200).     10152602
DLM130     05  MIR-DV-NOTE-FLWUP-DT                     PIC X(10).      10152602
DLM130     05  MIR-DV-NOTE-BRWS-STRT-DT                 PIC X(10).      10152602
DLM130     05  MIR-DV-NOTE-BRWS-STRT-TIME               PIC X(08).      10152602
DLM130     05  MIR-DV-NOTE-CTR                          PIC 9(02)       10152602
DLM130                                                 BINARY.          10152602
DLM130     05  MIR-DV-NOTE-T OCCURS 10.                                 10152602
DLM130         10  MIR-DV-NOTE-DT                       PIC X(10).      10152602
DLM130         10  MIR-DV-NOTE-TIME                     PIC X(08).      10152602
DLM130         10  MIR-DV-NOTE-USER-ID                  PIC X(08).      10152602
DLM130         10  MIR-DV-NOTE-T-CATG-CD                PIC X(02).      10152602
DLM130         10  MIR-DV-NOTE-T-FLWUP-DT               PIC X(10).      10152602
DLM130         10  MIR-DV-NOTE-T-TXT                    PIC X(200).     10152602
DLM130     05  MIR-DV-NOTE-TRUNC-IND                    PIC X(01).      10152602
DLM130         88  MIR-DV-NOTE-TRUNCATED                   VALUE 'Y'.   10152602
DLM130         88  MIR-DV-NOTE-NOT-TRUNCATED               VALUE 'N'.   10152602
DLM130     05  MIR-DV-NOTE-TOT-CTR                      PIC 9(04)       10152602
DLM130                                                 BINARY.          10152602
DLM130     05  MIR-DV-NOTE-LAST-FLWUP-DT                PIC X(10).      10152602
DLM131     05  MIR-DV-FLK-RQST-DT                       PIC X(10).      10152603
DLM131     05  MIR-DV-FLK-CHNL-CD                       PIC X(02).      10152603
DLM131         88  MIR-DV-FLK-CHNL-VALID                                10152603
DLM131                             VALUE 'ML' 'PH' 'BR' 'AG' 'EM'.      10152603
DLM131         88  MIR-DV-FLK-CHNL-MAIL                    VALUE 'ML'.  10152603
DLM131         88  MIR-DV-FLK-CHNL-PHONE                   VALUE 'PH'.  10152603
DLM131         88  MIR-DV-FLK-CHNL-BRANCH                  VALUE 'BR'.  10152603
DLM131         88  MIR-DV-FLK-CHNL-AGENT                   VALUE 'AG'.  10152603
DLM131         88  MIR-DV-FLK-CHNL-EMAIL                   VALUE 'EM'.  10152603
DLM131     05  MIR-DV-FLK-USER-ID                       PIC X(08).      10152603
DLM131     05  MIR-DV-FLK-END-DT                        PIC X(10).      10152603
DLM131     05  MIR-DV-FLK-RJCT-CD                       PIC X(01).      10152603
DLM131         88  MIR-DV-FLK-RJCT-NONE                    VALUE SPACE. 10152603
DLM131         88  MIR-DV-FLK-RJCT-LATE                    VALUE 'L'.   10152603
DLM131         88  MIR-DV-FLK-RJCT-NO-END-DT               VALUE 'N'.   10152603
DLM131         88  MIR-DV-FLK-RJCT-DUPLICATE               VALUE 'D'.   10152603
      /
       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                MIR-PARM-AREA.
DLM128         WHEN WS-BUS-FCN-AUD-HISTORY                              09022605
DLM128              PERFORM  3800-RETRIEVE-AUD-HISTORY                  09022605
DLM128                  THRU 3800-RETRIEVE-AUD-HISTORY-X                09022605
DLM129                                                                  10152601
DLM129         WHEN WS-BUS-FCN-JRNL-REVERSAL                            10152601
DLM129              PERFORM  3900-REVERSE-JRNL-CHANGE                   10152601
DLM129                  THRU 3900-REVERSE-JRNL-CHANGE-X                 10152601
DLM130                                                                  10152602
DLM130         WHEN WS-BUS-FCN-NOTE-ADD                                 10152602
DLM130              PERFORM  4000-ADD-SVC-NOTE                          10152602
DLM130                  THRU 4000-ADD-SVC-NOTE-X                        10152602
DLM130                                                                  10152602
DLM130         WHEN WS-BUS-FCN-NOTE-BROWSE                              10152602
DLM130              PERFORM  4100-BROWSE-SVC-NOTES                      10152602
DLM130                  THRU 4100-BROWSE-SVC-NOTES-X                    10152602
DLM131                                                                  10152603
DLM131         WHEN WS-BUS-FCN-FLK-CANCEL                               10152603
DLM131              PERFORM  4300-CAPTURE-FLK-CANCEL                    10152603
DLM131                  THRU 4300-CAPTURE-FLK-CANCEL-X                  10152603
DLM105                                                                  08092601
               WHEN OTHER
      *MSG: INVALID FUNCTION ID - PROCESSING STOPPED
      *
           PERFORM  8200-MOVE-RECORD-TO-MIR
               THRU 8200-MOVE-RECORD-TO-MIR-X.
DLM130                                                                  10152602
DLM130* NOTE COUNT AND LATEST FOLLOW-UP DATE FOR THE SERVICING NOTES    10152602
DLM130     PERFORM  4200-SUMMARIZE-SVC-NOTES                            10152602
DLM130         THRU 4200-SUMMARIZE-SVC-NOTES-X.                         10152602

018633*    PERFORM  9800-WRITE-TWRK
018633*        THRU 9800-WRITE-TWRK-X.
DLM124         GO TO 3510-APPLY-ACK-UPDATE-X                            09022601
DLM124     END-IF.                                                      09022601
DLM124                                                                  09022601
DLM129* HOLD THE RECORDED VALUES AS THE JOURNAL'S BEFORE IMAGE          10152601
DLM129     MOVE SPACES               TO WS-JRNL-BFR-IMAGE.              10152601
DLM129     MOVE RPOL-POL-ACK-RECV-DT TO WS-JRNL-BFR-ACK-RECV-DT.        10152601
DLM129     MOVE RPOL-POL-ACK-EXT-IND TO WS-JRNL-BFR-ACK-EXT-IND.        10152601
DLM129                                                                  10152601
DLM124     MOVE WS-ACK-UPD-INT-DT    TO RPOL-POL-ACK-RECV-DT.           09022601
DLM124     IF  MIR-DV-ACK-UPD-EXT-YES                                   09022601
DLM124     OR  MIR-DV-ACK-UPD-EXT-NO                                    09022601
DLM124         SET WS-RETRN-ERROR      TO TRUE                          09022601
DLM124         SET WGLOB-RETURN-ERROR  TO TRUE                          09022601
DLM124     END-IF.                                                      09022601
DLM129                                                                  10152601
DLM129* EVERY CHANGE THAT REACHES THE FILE IS JOURNALLED WITH ITS       10152601
DLM129* BEFORE AND AFTER IMAGES, THE SAME DAY REVERSAL WORKS FROM       10152601
DLM129     IF  WS-RETRN-ERROR                                           10152601
DLM129         GO TO 3510-APPLY-ACK-UPDATE-X                            10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129     MOVE SPACES               TO WS-JRNL-AFT-IMAGE.              10152601
DLM129     MOVE RPOL-POL-ACK-RECV-DT TO WS-JRNL-AFT-ACK-RECV-DT.        10152601
DLM129     MOVE RPOL-POL-ACK-EXT-IND TO WS-JRNL-AFT-ACK-EXT-IND.        10152601
DLM129     SET WS-JRNL-CHNG-ACK      TO TRUE.                           10152601
DLM129     SET WS-JRNL-REVRS-NO      TO TRUE.                           10152601
DLM129     MOVE SPACES               TO WS-JRNL-CAMPGN-CD.              10152601
DLM129     MOVE SPACES               TO WS-JRNL-SEG-CD.                 10152601
DLM129                                                                  10152601
DLM129     PERFORM  9640-WRITE-CHNG-JRNL                                10152601
DLM129         THRU 9640-WRITE-CHNG-JRNL-X.                             10152601
DLM124                                                                  09022601
DLM124 3510-APPLY-ACK-UPDATE-X.                                         09022601
DLM124     EXIT.                                                        09022601
DLM126         GO TO 3610-APPLY-POF-RESPONSE-X                          09022603
DLM126     END-IF.                                                      09022603
DLM126                                                                  09022603
DLM129* HOLD THE RECORDED VALUES AS THE JOURNAL'S BEFORE IMAGE          10152601
DLM129     MOVE SPACES               TO WS-JRNL-BFR-IMAGE.              10152601
DLM129     MOVE RZPOF-OFFR-RESP-CD   TO WS-JRNL-BFR-POF-RESP-CD.        10152601
DLM129     MOVE RZPOF-OFFR-RESP-DT   TO WS-JRNL-BFR-POF-RESP-DT.        10152601
DLM129     MOVE RZPOF-OFFR-RESP-USER-ID                                 10152601
DLM129                               TO WS-JRNL-BFR-POF-USER-ID.        10152601
DLM129                                                                  10152601
DLM126     MOVE MIR-DV-POF-RESP-CD   TO RZPOF-OFFR-RESP-CD.             09022603
DLM126     MOVE WGLOB-PROCESS-DATE   TO RZPOF-OFFR-RESP-DT.             09022603
DLM126     IF  MIR-DV-POF-RESP-USER-ID = SPACES                         09022603
DLM126         SET WS-RETRN-ERROR      TO TRUE                          09022603
DLM126         SET WGLOB-RETURN-ERROR  TO TRUE                          09022603
DLM126     END-IF.                                                      09022603
DLM129                                                                  10152601
DLM129     IF  WS-RETRN-ERROR                                           10152601
DLM129         GO TO 3610-APPLY-POF-RESPONSE-X                          10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129     MOVE SPACES               TO WS-JRNL-AFT-IMAGE.              10152601
DLM129     MOVE RZPOF-OFFR-RESP-CD   TO WS-JRNL-AFT-POF-RESP-CD.        10152601
DLM129     MOVE RZPOF-OFFR-RESP-DT   TO WS-JRNL-AFT-POF-RESP-DT.        10152601
DLM129     MOVE RZPOF-OFFR-RESP-USER-ID                                 10152601
DLM129                               TO WS-JRNL-AFT-POF-USER-ID.        10152601
DLM129     SET WS-JRNL-CHNG-POF      TO TRUE.                           10152601
DLM129     SET WS-JRNL-REVRS-NO      TO TRUE.                           10152601
DLM129     MOVE RZPOF-MKT-CAMPGN-CD  TO WS-JRNL-CAMPGN-CD.              10152601
DLM129     MOVE RZPOF-OFFR-SEG-CD    TO WS-JRNL-SEG-CD.                 10152601
DLM129                                                                  10152601
DLM129     PERFORM  9640-WRITE-CHNG-JRNL                                10152601
DLM129         THRU 9640-WRITE-CHNG-JRNL-X.                             10152601
DLM126                                                                  09022603
DLM126 3610-APPLY-POF-RESPONSE-X.                                       09022603
DLM126     EXIT.                                                        09022603
DLM128                                                                  09022605
DLM128 3810-MOVE-AUD-ROW-X.                                             09022605
DLM128     EXIT.                                                        09022605
DLM129/                                                                 10152601
DLM129*--------------------------                                       10152601
DLM129 3900-REVERSE-JRNL-CHANGE.                                        10152601
DLM129*--------------------------                                       10152601
DLM129                                                                  10152601
DLM133* BACK OUT ONE ACKNOWLEDGEMENT UPDATE, OFFER RESPONSE OR          10152605
DLM133* FREE-LOOK CAPTURE MADE EARLIER THE SAME PROCESS DAY.  THE       10152605
DLM133* CALLER NAMES THE JOURNAL ENTRY BY ITS TIME STAMP AND SUPPLIES   10152605
DLM133* A REASON CODE AND THE AUTHORIZING SUPERVISOR, WHO MAY NOT BE    10152605
DLM133* THE USER KEYING THE REVERSAL.  SAME KEY BUILD, SAME RESTRICTION 10152605
DLM133* CHECKS AND SAME AUDIT WRITE AS THE OTHER MAINTENANCE FUNCTIONS, 10152605
DLM133* AND THE REVERSAL IS ITSELF JOURNALLED                           10152605
DLM129                                                                  10152601
DLM129     MOVE SPACE                TO MIR-DV-RESTRICT-REASN-CD.       10152601
DLM129     SET MIR-DV-LFCM-DATA-AVAIL TO TRUE.                          10152601
DLM129     SET WS-RETRN-OK           TO TRUE.                           10152601
DLM129                                                                  10152601
DLM129     PERFORM  8100-BLANK-DATA-FIELDS                              10152601
DLM129         THRU 8100-BLANK-DATA-FIELDS-X.                           10152601
DLM129                                                                  10152601
DLM129     IF  MIR-DV-JRNL-REVRS-TIME = SPACES                          10152601
DLM129     OR  MIR-DV-JRNL-REVRS-RSN-CD = SPACES                        10152601
DLM129     OR  MIR-DV-JRNL-SUPV-USER-ID = SPACES                        10152601
DLM129     OR  MIR-DV-JRNL-SUPV-USER-ID = WGLOB-USER-ID                 10152601
DLM129*MSG: INVALID FUNCTION ID - PROCESSING STOPPED                    10152601
DLM129         MOVE MIR-BUS-FCN-ID           TO WGLOB-MSG-PARM (1)      10152601
DLM129         MOVE 'CSOM8000'               TO WGLOB-MSG-PARM (2)      10152601
DLM129         MOVE 'XS00000237'             TO WGLOB-MSG-REF-INFO      10152601
DLM129         PERFORM  0260-1000-GENERATE-MESSAGE                      10152601
DLM129             THRU 0260-1000-GENERATE-MESSAGE-X                    10152601
DLM129         SET MIR-RETRN-INVALD-RQST TO TRUE                        10152601
DLM129         GO TO 3900-REVERSE-JRNL-CHANGE-X                         10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129     PERFORM  3905-VALIDATE-REVERSAL                              10152601
DLM129         THRU 3905-VALIDATE-REVERSAL-X.                           10152601
DLM129                                                                  10152601
DLM129     IF  WS-RETRN-ERROR                                           10152601
DLM129         GO TO 3900-REVERSE-JRNL-CHANGE-X                         10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129     PERFORM  7100-BUILD-KEYS                                     10152601
DLM129         THRU 7100-BUILD-KEYS-X.                                  10152601
DLM129                                                                  10152601
DLM129     IF  WGLOB-MSG-ERROR-SW > ZERO                                10152601
DLM129         GO TO 3900-REVERSE-JRNL-CHANGE-X                         10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129     PERFORM  POL-1000-READ                                       10152601
DLM129         THRU POL-1000-READ-X.                                    10152601
DLM129                                                                  10152601
DLM129     IF  WPOL-IO-NOT-FOUND                                        10152601
DLM129*MSG: RECORD @1 NOT FOUND                                         10152601
DLM129         MOVE WPOL-KEY           TO WGLOB-MSG-PARM (1)            10152601
DLM129         MOVE 'XS00000001'       TO WGLOB-MSG-REF-INFO            10152601
DLM129         PERFORM  0260-1000-GENERATE-MESSAGE                      10152601
DLM129             THRU 0260-1000-GENERATE-MESSAGE-X                    10152601
DLM129         GO TO 3900-REVERSE-JRNL-CHANGE-X                         10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129* A USER WHO MAY NOT MAINTAIN THE POLICY MAY NOT REVERSE ITS      10152601
DLM129* MAINTENANCE EITHER                                              10152601
DLM129     PERFORM  PGA-1000-BUILD-PARMS                                10152601
DLM129         THRU PGA-1000-BUILD-PARMS-X.                             10152601
DLM129                                                                  10152601
DLM129     SET L5400-POL-SSPND-CHK-REQD TO TRUE.                        10152601
DLM129     PERFORM 5400-1000-BUILD-PARM-INFO                            10152601
DLM129        THRU 5400-1000-BUILD-PARM-INFO-X.                         10152601
DLM129                                                                  10152601
DLM129     PERFORM 5400-1000-POL-CHK                                    10152601
DLM129        THRU 5400-1000-POL-CHK-X.                                 10152601
DLM129                                                                  10152601
DLM129     IF L5400-CNFD-ACCS-RESTRICTED                                10152601
DLM129     OR L5400-BRCH-ACCS-RESTRICTED                                10152601
DLM129     OR L5400-SSPND-ACCS-RESTRICTED                               10152601
DLM129         EVALUATE TRUE                                            10152601
DLM129            WHEN L5400-CNFD-ACCS-RESTRICTED                       10152601
DLM129               SET MIR-DV-RESTRICT-CNFD    TO TRUE                10152601
DLM129            WHEN L5400-BRCH-ACCS-RESTRICTED                       10152601
DLM129               SET MIR-DV-RESTRICT-BRCH    TO TRUE                10152601
DLM129            WHEN L5400-SSPND-ACCS-RESTRICTED                      10152601
DLM129               SET MIR-DV-RESTRICT-SSPND   TO TRUE                10152601
DLM129         END-EVALUATE                                             10152601
DLM129         GO TO 3900-REVERSE-JRNL-CHANGE-X                         10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129     PERFORM  3910-READ-JRNL-ENTRY                                10152601
DLM129         THRU 3910-READ-JRNL-ENTRY-X.                             10152601
DLM129                                                                  10152601
DLM129     IF  WS-RETRN-ERROR                                           10152601
DLM129         GO TO 3900-REVERSE-JRNL-CHANGE-X                         10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129     EVALUATE TRUE                                                10152601
DLM129         WHEN WS-JRNL-CHNG-ACK                                    10152601
DLM129              PERFORM  3920-REVERSE-ACK-UPDATE                    10152601
DLM129                  THRU 3920-REVERSE-ACK-UPDATE-X                  10152601
DLM129         WHEN WS-JRNL-CHNG-POF                                    10152601
DLM129              PERFORM  3930-REVERSE-POF-RESPONSE                  10152601
DLM129                  THRU 3930-REVERSE-POF-RESPONSE-X                10152601
DLM133         WHEN WS-JRNL-CHNG-FLK                                    10152605
DLM133              PERFORM  3935-REVERSE-FLK-CAPTURE                   10152605
DLM133                  THRU 3935-REVERSE-FLK-CAPTURE-X                 10152605
DLM129     END-EVALUATE.                                                10152601
DLM129                                                                  10152601
DLM129     IF  WS-RETRN-ERROR                                           10152601
DLM129         GO TO 3900-REVERSE-JRNL-CHANGE-X                         10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129     PERFORM  3940-MARK-JRNL-REVERSED                             10152601
DLM129         THRU 3940-MARK-JRNL-REVERSED-X.                          10152601
DLM129                                                                  10152601
DLM129     IF  WS-RETRN-ERROR                                           10152601
DLM129         GO TO 3900-REVERSE-JRNL-CHANGE-X                         10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129* THE REVERSAL'S OWN JOURNAL ROW RUNS THE OTHER WAY: WHAT THE     10152601
DLM129* ENTRY CHANGED TO IS NOW THE BEFORE IMAGE                        10152601
DLM129     MOVE WS-JRNL-BFR-IMAGE    TO WS-JRNL-HOLD-IMAGE.             10152601
DLM129     MOVE WS-JRNL-AFT-IMAGE    TO WS-JRNL-BFR-IMAGE.              10152601
DLM129     MOVE WS-JRNL-HOLD-IMAGE   TO WS-JRNL-AFT-IMAGE.              10152601
DLM129     MOVE MIR-DV-JRNL-REVRS-TIME                                  10152601
DLM129                               TO WS-JRNL-ORIG-TIME.              10152601
DLM129     SET WS-JRNL-REVRS-YES     TO TRUE.                           10152601
DLM129                                                                  10152601
DLM129     PERFORM  9640-WRITE-CHNG-JRNL                                10152601
DLM129         THRU 9640-WRITE-CHNG-JRNL-X.                             10152601
DLM129                                                                  10152601
DLM129     IF  WS-RETRN-ERROR                                           10152601
DLM129         GO TO 3900-REVERSE-JRNL-CHANGE-X                         10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129     PERFORM  9600-WRITE-AUDIT-REC                                10152601
DLM129         THRU 9600-WRITE-AUDIT-REC-X.                             10152601
DLM129                                                                  10152601
DLM129 3900-REVERSE-JRNL-CHANGE-X.                                      10152601
DLM129     EXIT.                                                        10152601
DLM129/                                                                 10152601
DLM129*------------------------                                         10152601
DLM129 3905-VALIDATE-REVERSAL.                                          10152601
DLM129*------------------------                                         10152601
DLM129*                                                                 10152601
DLM129* THE SUPERVISOR AND THE REASON CODE ARE BOTH TTAB ROWS, SO       10152601
DLM129* OPERATIONS MAINTAIN WHO MAY AUTHORIZE A REVERSAL AND WHY        10152601
DLM129* WITHOUT A CODE CHANGE                                           10152601
DLM129*                                                                 10152601
DLM129     MOVE 'SUPV'                       TO WTTAB-ETBL-TYP-ID.      10152601
DLM129     MOVE MIR-DV-JRNL-SUPV-USER-ID     TO WTTAB-ETBL-VALU-ID.     10152601
DLM129     MOVE 'CSOM'                       TO WTTAB-TTBL-SYS-ID.      10152601
DLM129     PERFORM  TTAB-1000-READ                                      10152601
DLM129         THRU TTAB-1000-READ-X.                                   10152601
DLM129                                                                  10152601
DLM129     IF  NOT WTTAB-IO-OK                                          10152601
DLM129*MSG: INVALID FUNCTION ID - PROCESSING STOPPED                    10152601
DLM129         MOVE MIR-BUS-FCN-ID           TO WGLOB-MSG-PARM (1)      10152601
DLM129         MOVE 'CSOM8000'               TO WGLOB-MSG-PARM (2)      10152601
DLM129         MOVE 'XS00000237'             TO WGLOB-MSG-REF-INFO      10152601
DLM129         PERFORM  0260-1000-GENERATE-MESSAGE                      10152601
DLM129             THRU 0260-1000-GENERATE-MESSAGE-X                    10152601
DLM129         SET MIR-RETRN-INVALD-RQST TO TRUE                        10152601
DLM129         SET WS-RETRN-ERROR      TO TRUE                          10152601
DLM129         GO TO 3905-VALIDATE-REVERSAL-X                           10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129     MOVE 'JRVR'                       TO WTTAB-ETBL-TYP-ID.      10152601
DLM129     MOVE MIR-DV-JRNL-REVRS-RSN-CD     TO WTTAB-ETBL-VALU-ID.     10152601
DLM129     MOVE 'CSOM'                       TO WTTAB-TTBL-SYS-ID.      10152601
DLM129     PERFORM  TTAB-1000-READ                                      10152601
DLM129         THRU TTAB-1000-READ-X.                                   10152601
DLM129                                                                  10152601
DLM129     IF  NOT WTTAB-IO-OK                                          10152601
DLM129*MSG: INVALID FUNCTION ID - PROCESSING STOPPED                    10152601
DLM129         MOVE MIR-BUS-FCN-ID           TO WGLOB-MSG-PARM (1)      10152601
DLM129         MOVE 'CSOM8000'               TO WGLOB-MSG-PARM (2)      10152601
DLM129         MOVE 'XS00000237'             TO WGLOB-MSG-REF-INFO      10152601
DLM129         PERFORM  0260-1000-GENERATE-MESSAGE                      10152601
DLM129             THRU 0260-1000-GENERATE-MESSAGE-X                    10152601
DLM129         SET MIR-RETRN-INVALD-RQST TO TRUE                        10152601
DLM129         SET WS-RETRN-ERROR      TO TRUE                          10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129 3905-VALIDATE-REVERSAL-X.                                        10152601
DLM129     EXIT.                                                        10152601
DLM129/                                                                 10152601
DLM129*----------------------                                           10152601
DLM129 3910-READ-JRNL-ENTRY.                                            10152601
DLM129*----------------------                                           10152601
DLM129*                                                                 10152601
DLM129* THE JOURNAL IS KEYED BY POLICY, DATE AND TIME.  THE DATE IN     10152601
DLM129* THE KEY IS ALWAYS TODAY'S PROCESS DATE, SO ONLY A SAME-DAY      10152601
DLM129* CHANGE CAN BE FOUND; AN ENTRY ALREADY REVERSED, OR ONE THAT IS  10152601
DLM129* ITSELF A REVERSAL, IS REFUSED                                   10152601
DLM129*                                                                 10152601
DLM129     MOVE RPOL-POL-ID                  TO WZJRN-POL-ID.           10152601
DLM129     MOVE WGLOB-PROCESS-DATE           TO WZJRN-JRNL-DT.          10152601
DLM129     MOVE MIR-DV-JRNL-REVRS-TIME       TO WZJRN-JRNL-TIME.        10152601
DLM129                                                                  10152601
DLM129     PERFORM  ZJRN-1000-READ-UPD                                  10152601
DLM129         THRU ZJRN-1000-READ-UPD-X.                               10152601
DLM129                                                                  10152601
DLM129     IF  NOT WZJRN-IO-OK                                          10152601
DLM129*MSG: RECORD @1 NOT FOUND                                         10152601
DLM129         MOVE WZJRN-KEY          TO WGLOB-MSG-PARM (1)            10152601
DLM129         MOVE 'XS00000001'       TO WGLOB-MSG-REF-INFO            10152601
DLM129         PERFORM  0260-1000-GENERATE-MESSAGE                      10152601
DLM129             THRU 0260-1000-GENERATE-MESSAGE-X                    10152601
DLM129         SET WS-RETRN-ERROR      TO TRUE                          10152601
DLM129         GO TO 3910-READ-JRNL-ENTRY-X                             10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129     IF  NOT RZJRN-REVRS-NONE                                     10152601
DLM129*MSG: INVALID FUNCTION ID - PROCESSING STOPPED                    10152601
DLM129         MOVE MIR-BUS-FCN-ID           TO WGLOB-MSG-PARM (1)      10152601
DLM129         MOVE 'CSOM8000'               TO WGLOB-MSG-PARM (2)      10152601
DLM129         MOVE 'XS00000237'             TO WGLOB-MSG-REF-INFO      10152601
DLM129         PERFORM  0260-1000-GENERATE-MESSAGE                      10152601
DLM129             THRU 0260-1000-GENERATE-MESSAGE-X                    10152601
DLM129         SET MIR-RETRN-INVALD-RQST TO TRUE                        10152601
DLM129         SET WS-RETRN-ERROR      TO TRUE                          10152601
DLM129         GO TO 3910-READ-JRNL-ENTRY-X                             10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129     MOVE RZJRN-CHNG-TYP-CD    TO WS-JRNL-CHNG-TYP-CD.            10152601
DLM129     MOVE RZJRN-BFR-IMAGE      TO WS-JRNL-BFR-IMAGE.              10152601
DLM129     MOVE RZJRN-AFT-IMAGE      TO WS-JRNL-AFT-IMAGE.              10152601
DLM129     MOVE RZJRN-MKT-CAMPGN-CD  TO WS-JRNL-CAMPGN-CD.              10152601
DLM129     MOVE RZJRN-OFFR-SEG-CD    TO WS-JRNL-SEG-CD.                 10152601
DLM129                                                                  10152601
DLM129 3910-READ-JRNL-ENTRY-X.                                          10152601
DLM129     EXIT.                                                        10152601
DLM129/                                                                 10152601
DLM129*-------------------------                                        10152601
DLM129 3920-REVERSE-ACK-UPDATE.                                         10152601
DLM129*-------------------------                                        10152601
DLM129*                                                                 10152601
DLM129* PUT THE ACKNOWLEDGEMENT FIELDS BACK TO THE JOURNAL'S BEFORE     10152601
DLM129* IMAGE -- BUT ONLY WHILE THE RECORD STILL HOLDS THE AFTER IMAGE, 10152601
DLM129* SO A LATER UPDATE IS NEVER SILENTLY UNDONE                      10152601
DLM129*                                                                 10152601
DLM129     PERFORM  POL-1000-READ-UPD                                   10152601
DLM129         THRU POL-1000-READ-UPD-X.                                10152601
DLM129                                                                  10152601
DLM129     IF  NOT WPOL-IO-OK                                           10152601
DLM129*MSG: RECORD @1 NOT FOUND                                         10152601
DLM129         MOVE WPOL-KEY           TO WGLOB-MSG-PARM (1)            10152601
DLM129         MOVE 'XS00000001'       TO WGLOB-MSG-REF-INFO            10152601
DLM129         PERFORM  0260-1000-GENERATE-MESSAGE                      10152601
DLM129             THRU 0260-1000-GENERATE-MESSAGE-X                    10152601
DLM129         SET WS-RETRN-ERROR      TO TRUE                          10152601
DLM129         GO TO 3920-REVERSE-ACK-UPDATE-X                          10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129     IF  RPOL-POL-ACK-RECV-DT NOT = WS-JRNL-AFT-ACK-RECV-DT       10152601
DLM129     OR  RPOL-POL-ACK-EXT-IND NOT = WS-JRNL-AFT-ACK-EXT-IND       10152601
DLM129*MSG: INVALID FUNCTION ID - PROCESSING STOPPED                    10152601
DLM129         MOVE MIR-BUS-FCN-ID           TO WGLOB-MSG-PARM (1)      10152601
DLM129         MOVE 'CSOM8000'               TO WGLOB-MSG-PARM (2)      10152601
DLM129         MOVE 'XS00000237'             TO WGLOB-MSG-REF-INFO      10152601
DLM129         PERFORM  0260-1000-GENERATE-MESSAGE                      10152601
DLM129             THRU 0260-1000-GENERATE-MESSAGE-X                    10152601
DLM129         SET MIR-RETRN-INVALD-RQST TO TRUE                        10152601
DLM129         SET WS-RETRN-ERROR      TO TRUE                          10152601
DLM129         GO TO 3920-REVERSE-ACK-UPDATE-X                          10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129     MOVE WS-JRNL-BFR-ACK-RECV-DT TO RPOL-POL-ACK-RECV-DT.        10152601
DLM129     MOVE WS-JRNL-BFR-ACK-EXT-IND TO RPOL-POL-ACK-EXT-IND.        10152601
DLM129                                                                  10152601
DLM129     PERFORM  POL-2000-REWRITE                                    10152601
DLM129         THRU POL-2000-REWRITE-X.                                 10152601
DLM129                                                                  10152601
DLM129     IF  NOT WPOL-IO-OK                                           10152601
DLM129*MSG: RECORD @1 UPDATE FAILED                                     10152601
DLM129         MOVE WPOL-KEY           TO WGLOB-MSG-PARM (1)            10152601
DLM129         MOVE 'XS00000002'       TO WGLOB-MSG-REF-INFO            10152601
DLM129         PERFORM  0260-1000-GENERATE-MESSAGE                      10152601
DLM129             THRU 0260-1000-GENERATE-MESSAGE-X                    10152601
DLM129         SET WS-RETRN-ERROR      TO TRUE                          10152601
DLM129         SET WGLOB-RETURN-ERROR  TO TRUE                          10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129 3920-REVERSE-ACK-UPDATE-X.                                       10152601
DLM129     EXIT.                                                        10152601
DLM129/                                                                 10152601
DLM129*---------------------------                                      10152601
DLM129 3930-REVERSE-POF-RESPONSE.                                       10152601
DLM129*---------------------------                                      10152601
DLM129*                                                                 10152601
DLM129* PUT THE OFFER ROW'S RESPONSE FIELDS BACK TO THE JOURNAL'S       10152601
DLM129* BEFORE IMAGE.  THE BEFORE IMAGE OF A RESPONSE IS "NO RESPONSE", 10152601
DLM129* SO THIS REOPENS THE OFFER AND 3610 WILL TAKE A FRESH ANSWER FOR 10152601
DLM129* IT -- THE GUARD IN 3610 IS NOT BYPASSED, THE ROW SIMPLY NO      10152601
DLM129* LONGER CARRIES A RESPONSE.  SAME AFTER-IMAGE CHECK AS 3920      10152601
DLM129*                                                                 10152601
DLM129     MOVE RPOL-CO-ID           TO WZPOF-CO-ID.                    10152601
DLM129     MOVE RPOL-POL-ID          TO WZPOF-POL-ID.                   10152601
DLM129     MOVE WS-JRNL-CAMPGN-CD    TO WZPOF-MKT-CAMPGN-CD.            10152601
DLM129     MOVE WS-JRNL-SEG-CD       TO WZPOF-OFFR-SEG-CD.              10152601
DLM129                                                                  10152601
DLM129     PERFORM  ZPOF-1000-READ-UPD                                  10152601
DLM129         THRU ZPOF-1000-READ-UPD-X.                               10152601
DLM129                                                                  10152601
DLM129     IF  NOT WZPOF-IO-OK                                          10152601
DLM129*MSG: RECORD @1 NOT FOUND                                         10152601
DLM129         MOVE WZPOF-KEY          TO WGLOB-MSG-PARM (1)            10152601
DLM129         MOVE 'XS00000001'       TO WGLOB-MSG-REF-INFO            10152601
DLM129         PERFORM  0260-1000-GENERATE-MESSAGE                      10152601
DLM129             THRU 0260-1000-GENERATE-MESSAGE-X                    10152601
DLM129         SET WS-RETRN-ERROR      TO TRUE                          10152601
DLM129         GO TO 3930-REVERSE-POF-RESPONSE-X                        10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129     IF  RZPOF-OFFR-RESP-CD NOT = WS-JRNL-AFT-POF-RESP-CD         10152601
DLM129     OR  RZPOF-OFFR-RESP-DT NOT = WS-JRNL-AFT-POF-RESP-DT         10152601
DLM129     OR  RZPOF-OFFR-RESP-USER-ID NOT = WS-JRNL-AFT-POF-USER-ID    10152601
DLM129*MSG: INVALID FUNCTION ID - PROCESSING STOPPED                    10152601
DLM129         MOVE MIR-BUS-FCN-ID           TO WGLOB-MSG-PARM (1)      10152601
DLM129         MOVE 'CSOM8000'               TO WGLOB-MSG-PARM (2)      10152601
DLM129         MOVE 'XS00000237'             TO WGLOB-MSG-REF-INFO      10152601
DLM129         PERFORM  0260-1000-GENERATE-MESSAGE                      10152601
DLM129             THRU 0260-1000-GENERATE-MESSAGE-X                    10152601
DLM129         SET MIR-RETRN-INVALD-RQST TO TRUE                        10152601
DLM129         SET WS-RETRN-ERROR      TO TRUE                          10152601
DLM129         GO TO 3930-REVERSE-POF-RESPONSE-X                        10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129     MOVE WS-JRNL-BFR-POF-RESP-CD TO RZPOF-OFFR-RESP-CD.          10152601
DLM129     MOVE WS-JRNL-BFR-POF-RESP-DT TO RZPOF-OFFR-RESP-DT.          10152601
DLM129     MOVE WS-JRNL-BFR-POF-USER-ID TO RZPOF-OFFR-RESP-USER-ID.     10152601
DLM129                                                                  10152601
DLM129     PERFORM  ZPOF-2000-REWRITE                                   10152601
DLM129         THRU ZPOF-2000-REWRITE-X.                                10152601
DLM129                                                                  10152601
DLM129     IF  NOT WZPOF-IO-OK                                          10152601
DLM129*MSG: RECORD @1 UPDATE FAILED                                     10152601
DLM129         MOVE WZPOF-KEY          TO WGLOB-MSG-PARM (1)            10152601
DLM129         MOVE 'XS00000002'       TO WGLOB-MSG-REF-INFO            10152601
DLM129         PERFORM  0260-1000-GENERATE-MESSAGE                      10152601
DLM129             THRU 0260-1000-GENERATE-MESSAGE-X                    10152601
DLM129         SET WS-RETRN-ERROR      TO TRUE                          10152601
DLM129         SET WGLOB-RETURN-ERROR  TO TRUE                          10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129 3930-REVERSE-POF-RESPONSE-X.                                     10152601
DLM129     EXIT.                                                        10152601
DLM133/                                                                 10152605
DLM133*--------------------------                                       10152605
DLM133 3935-REVERSE-FLK-CAPTURE.                                        10152605
DLM133*--------------------------                                       10152605
DLM133*                                                                 10152605
DLM133* A FREE-LOOK CAPTURE ADDED A REQUEST ROW WHERE THERE WAS NONE,   10152605
DLM133* SO ITS REVERSAL DELETES THE ROW AGAIN -- WHICH ALSO LETS THE    10152605
DLM133* CORRECT REQUEST BE KEYED, A POLICY HOLDING ONLY ONE.  ONLY A    10152605
DLM133* REQUEST STILL PENDING AND STILL HOLDING THE JOURNAL'S AFTER     10152605
DLM133* IMAGE IS TAKEN BACK; SAME AFTER-IMAGE CHECK AS 3920             10152605
DLM133*                                                                 10152605
DLM133     MOVE RPOL-POL-ID          TO WZFLK-POL-ID.                   10152605
DLM133                                                                  10152605
DLM133     PERFORM  ZFLK-1000-READ-UPD                                  10152605
DLM133         THRU ZFLK-1000-READ-UPD-X.                               10152605
DLM133                                                                  10152605
DLM133     IF  NOT WZFLK-IO-OK                                          10152605
DLM133*MSG: RECORD @1 NOT FOUND                                         10152605
DLM133         MOVE WZFLK-KEY          TO WGLOB-MSG-PARM (1)            10152605
DLM133         MOVE 'XS00000001'       TO WGLOB-MSG-REF-INFO            10152605
DLM133         PERFORM  0260-1000-GENERATE-MESSAGE                      10152605
DLM133             THRU 0260-1000-GENERATE-MESSAGE-X                    10152605
DLM133         SET WS-RETRN-ERROR      TO TRUE                          10152605
DLM133         GO TO 3935-REVERSE-FLK-CAPTURE-X                         10152605
DLM133     END-IF.                                                      10152605
DLM133                                                                  10152605
DLM133     IF  NOT RZFLK-RQST-STAT-PEND                                 10152605
DLM133     OR  RZFLK-RQST-DT NOT = WS-JRNL-AFT-FLK-RQST-DT              10152605
DLM133     OR  RZFLK-RQST-CHNL-CD NOT = WS-JRNL-AFT-FLK-CHNL-CD         10152605
DLM133     OR  RZFLK-RQST-USER-ID NOT = WS-JRNL-AFT-FLK-USER-ID         10152605
DLM133     OR  RZFLK-TERM-ID NOT = WS-JRNL-AFT-FLK-TERM-ID              10152605
DLM133*MSG: INVALID FUNCTION ID - PROCESSING STOPPED                    10152605
DLM133         MOVE MIR-BUS-FCN-ID           TO WGLOB-MSG-PARM (1)      10152605
DLM133         MOVE 'CSOM8000'               TO WGLOB-MSG-PARM (2)      10152605
DLM133         MOVE 'XS00000237'             TO WGLOB-MSG-REF-INFO      10152605
DLM133         PERFORM  0260-1000-GENERATE-MESSAGE                      10152605
DLM133             THRU 0260-1000-GENERATE-MESSAGE-X                    10152605
DLM133         SET MIR-RETRN-INVALD-RQST TO TRUE                        10152605
DLM133         SET WS-RETRN-ERROR      TO TRUE                          10152605
DLM133         GO TO 3935-REVERSE-FLK-CAPTURE-X                         10152605
DLM133     END-IF.                                                      10152605
DLM133                                                                  10152605
DLM133     PERFORM  ZFLK-3000-DELETE                                    10152605
DLM133         THRU ZFLK-3000-DELETE-X.                                 10152605
DLM133                                                                  10152605
DLM133     IF  NOT WZFLK-IO-OK                                          10152605
DLM133*MSG: RECORD @1 UPDATE FAILED                                     10152605
DLM133         MOVE WZFLK-KEY          TO WGLOB-MSG-PARM (1)            10152605
DLM133         MOVE 'XS00000002'       TO WGLOB-MSG-REF-INFO            10152605
DLM133         PERFORM  0260-1000-GENERATE-MESSAGE                      10152605
DLM133             THRU 0260-1000-GENERATE-MESSAGE-X                    10152605
DLM133         SET WS-RETRN-ERROR      TO TRUE                          10152605
DLM133         SET WGLOB-RETURN-ERROR  TO TRUE                          10152605
DLM133     END-IF.                                                      10152605
DLM133                                                                  10152605
DLM133 3935-REVERSE-FLK-CAPTURE-X.                                      10152605
DLM133     EXIT.                                                        10152605
DLM129/                                                                 10152601
DLM129*-------------------------                                        10152601
DLM129 3940-MARK-JRNL-REVERSED.                                         10152601
DLM129*-------------------------                                        10152601
DLM129*                                                                 10152601
DLM129* STAMP THE ORIGINAL ENTRY SO IT CANNOT BE REVERSED A SECOND      10152601
DLM129* TIME AND THE DAILY JOURNAL REPORT SHOWS WHO AUTHORIZED IT AND   10152601
DLM129* WHY                                                             10152601
DLM129*                                                                 10152601
DLM129     SET RZJRN-REVERSED        TO TRUE.                           10152601
DLM129     MOVE MIR-DV-JRNL-REVRS-RSN-CD                                10152601
DLM129                               TO RZJRN-REVRS-RSN-CD.             10152601
DLM129     MOVE MIR-DV-JRNL-SUPV-USER-ID                                10152601
DLM129                               TO RZJRN-SUPV-USER-ID.             10152601
DLM129     MOVE WGLOB-PROCESS-TIME   TO RZJRN-REVRS-TIME.               10152601
DLM129                                                                  10152601
DLM129     PERFORM  ZJRN-2000-REWRITE                                   10152601
DLM129         THRU ZJRN-2000-REWRITE-X.                                10152601
DLM129                                                                  10152601
DLM129     IF  NOT WZJRN-IO-OK                                          10152601
DLM129*MSG: RECORD @1 UPDATE FAILED                                     10152601
DLM129         MOVE WZJRN-KEY          TO WGLOB-MSG-PARM (1)            10152601
DLM129         MOVE 'XS00000002'       TO WGLOB-MSG-REF-INFO            10152601
DLM129         PERFORM  0260-1000-GENERATE-MESSAGE                      10152601
DLM129             THRU 0260-1000-GENERATE-MESSAGE-X                    10152601
DLM129         SET WS-RETRN-ERROR      TO TRUE                          10152601
DLM129         SET WGLOB-RETURN-ERROR  TO TRUE                          10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129 3940-MARK-JRNL-REVERSED-X.                                       10152601
DLM129     EXIT.                                                        10152601
DLM130/                                                                 10152602
DLM130*--------------------                                             10152602
DLM130 4000-ADD-SVC-NOTE.                                               10152602
DLM130*--------------------                                             10152602
DLM130                                                                  10152602
DLM130* FILE A SERVICING NOTE AGAINST THE POLICY -- WHO, WHEN, WHAT KIND10152602
DLM130* OF CONTACT AND WHAT WAS SAID, WITH AN OPTIONAL FOLLOW-UP DATE   10152602
DLM130* THE NIGHTLY FOLLOW-UP LIST PICKS UP.  A USER WHO MAY NOT SEE THE10152602
DLM130* POLICY MAY NOT ANNOTATE IT EITHER, SO THE SAME CONFIDENTIAL/    10152602
DLM130* BRANCH/SUSPENDED CHECKS AND THE SAME AUDIT WRITE APPLY          10152602
DLM130                                                                  10152602
DLM130     MOVE SPACE                TO MIR-DV-RESTRICT-REASN-CD.       10152602
DLM130     SET MIR-DV-LFCM-DATA-AVAIL TO TRUE.                          10152602
DLM130     SET WS-RETRN-OK           TO TRUE.                           10152602
DLM130                                                                  10152602
DLM130     PERFORM  8100-BLANK-DATA-FIELDS                              10152602
DLM130         THRU 8100-BLANK-DATA-FIELDS-X.                           10152602
DLM130                                                                  10152602
DLM130* THE FOLLOW-UP DATE IS OPTIONAL, BUT WHEN GIVEN IT MUST CONVERT  10152602
DLM130* CLEANLY AND MAY NOT ALREADY BE PAST                             10152602
DLM130     MOVE SPACES               TO WS-NOTE-FLWUP-INT-DT.           10152602
DLM130     IF  MIR-DV-NOTE-FLWUP-DT NOT = SPACES                        10152602
DLM130         MOVE MIR-DV-NOTE-FLWUP-DT TO L1640-EXTERNAL-DATE         10152602
DLM130         PERFORM  1640-1000-EXT-TO-INTERNAL                       10152602
DLM130             THRU 1640-1000-EXT-TO-INTERNAL-X                     10152602
DLM130         IF  L1640-VALID                                          10152602
DLM130         AND L1640-INTERNAL-DATE NOT < WGLOB-PROCESS-DATE         10152602
DLM130             MOVE L1640-INTERNAL-DATE TO WS-NOTE-FLWUP-INT-DT     10152602
DLM130         ELSE                                                     10152602
DLM130             MOVE HIGH-VALUES      TO WS-NOTE-FLWUP-INT-DT        10152602
DLM130         END-IF                                                   10152602
DLM130     END-IF.                                                      10152602
DLM130                                                                  10152602
DLM130     IF  NOT MIR-DV-NOTE-CATG-VALID                               10152602
DLM130     OR  MIR-DV-NOTE-TXT = SPACES                                 10152602
DLM130     OR  WS-NOTE-FLWUP-INT-DT = HIGH-VALUES                       10152602
DLM130*MSG: INVALID FUNCTION ID - PROCESSING STOPPED                    10152602
DLM130         MOVE MIR-BUS-FCN-ID           TO WGLOB-MSG-PARM (1)      10152602
DLM130         MOVE 'CSOM8000'               TO WGLOB-MSG-PARM (2)      10152602
DLM130         MOVE 'XS00000237'             TO WGLOB-MSG-REF-INFO      10152602
DLM130         PERFORM  0260-1000-GENERATE-MESSAGE                      10152602
DLM130             THRU 0260-1000-GENERATE-MESSAGE-X                    10152602
DLM130         SET MIR-RETRN-INVALD-RQST TO TRUE                        10152602
DLM130         GO TO 4000-ADD-SVC-NOTE-X                                10152602
DLM130     END-IF.                                                      10152602
DLM130                                                                  10152602
DLM130     PERFORM  7100-BUILD-KEYS                                     10152602
DLM130         THRU 7100-BUILD-KEYS-X.                                  10152602
DLM130                                                                  10152602
DLM130     IF  WGLOB-MSG-ERROR-SW > ZERO                                10152602
DLM130         GO TO 4000-ADD-SVC-NOTE-X                                10152602
DLM130     END-IF.                                                      10152602
DLM130                                                                  10152602
DLM130     PERFORM  POL-1000-READ                                       10152602
DLM130         THRU POL-1000-READ-X.                                    10152602
DLM130                                                                  10152602
DLM130     IF  WPOL-IO-NOT-FOUND                                        10152602
DLM130*MSG: RECORD @1 NOT FOUND                                         10152602
DLM130         MOVE WPOL-KEY           TO WGLOB-MSG-PARM (1)            10152602
DLM130         MOVE 'XS00000001'       TO WGLOB-MSG-REF-INFO            10152602
DLM130         PERFORM  0260-1000-GENERATE-MESSAGE                      10152602
DLM130             THRU 0260-1000-GENERATE-MESSAGE-X                    10152602
DLM130         GO TO 4000-ADD-SVC-NOTE-X                                10152602
DLM130     END-IF.                                                      10152602
DLM130                                                                  10152602
DLM130     PERFORM  PGA-1000-BUILD-PARMS                                10152602
DLM130         THRU PGA-1000-BUILD-PARMS-X.                             10152602
DLM130                                                                  10152602
DLM130     SET L5400-POL-SSPND-CHK-REQD TO TRUE.                        10152602
DLM130     PERFORM 5400-1000-BUILD-PARM-INFO                            10152602
DLM130        THRU 5400-1000-BUILD-PARM-INFO-X.                         10152602
DLM130                                                                  10152602
DLM130     PERFORM 5400-1000-POL-CHK                                    10152602
DLM130        THRU 5400-1000-POL-CHK-X.                                 10152602
DLM130                                                                  10152602
DLM130     IF L5400-CNFD-ACCS-RESTRICTED                                10152602
DLM130     OR L5400-BRCH-ACCS-RESTRICTED                                10152602
DLM130     OR L5400-SSPND-ACCS-RESTRICTED                               10152602
DLM130         EVALUATE TRUE                                            10152602
DLM130            WHEN L5400-CNFD-ACCS-RESTRICTED                       10152602
DLM130               SET MIR-DV-RESTRICT-CNFD    TO TRUE                10152602
DLM130            WHEN L5400-BRCH-ACCS-RESTRICTED                       10152602
DLM130               SET MIR-DV-RESTRICT-BRCH    TO TRUE                10152602
DLM130            WHEN L5400-SSPND-ACCS-RESTRICTED                      10152602
DLM130               SET MIR-DV-RESTRICT-SSPND   TO TRUE                10152602
DLM130         END-EVALUATE                                             10152602
DLM130         GO TO 4000-ADD-SVC-NOTE-X                                10152602
DLM130     END-IF.                                                      10152602
DLM130                                                                  10152602
DLM130* THE NOTE IS KEYED BY POLICY AND THE PROCESS DATE AND TIME, SO   10152602
DLM130* THE NOTES FOR A POLICY READ BACK IN THE ORDER THEY WERE TAKEN   10152602
DLM130     INITIALIZE RZSNT-REC-INFO.                                   10152602
DLM130     MOVE RPOL-POL-ID          TO WZSNT-POL-ID.                   10152602
DLM130     MOVE WGLOB-PROCESS-DATE   TO WZSNT-NOTE-DT.                  10152602
DLM130     MOVE WGLOB-PROCESS-TIME   TO WZSNT-NOTE-TIME.                10152602
DLM130     MOVE WGLOB-USER-ID        TO RZSNT-USER-ID.                  10152602
DLM130     MOVE WGLOB-TERM-ID        TO RZSNT-TERM-ID.                  10152602
DLM130     MOVE MIR-DV-NOTE-CATG-CD  TO RZSNT-NOTE-CATG-CD.             10152602
DLM130     MOVE MIR-DV-NOTE-TXT      TO RZSNT-NOTE-TXT.                 10152602
DLM130     MOVE WS-NOTE-FLWUP-INT-DT TO RZSNT-FLWUP-DT.                 10152602
DLM130                                                                  10152602
DLM130     PERFORM  ZSNT-1000-WRITE                                     10152602
DLM130         THRU ZSNT-1000-WRITE-X.                                  10152602
DLM130                                                                  10152602
DLM130     IF  NOT WZSNT-IO-OK                                          10152602
DLM130*MSG: RECORD @1 UPDATE FAILED                                     10152602
DLM130         MOVE WZSNT-KEY          TO WGLOB-MSG-PARM (1)            10152602
DLM130         MOVE 'XS00000002'       TO WGLOB-MSG-REF-INFO            10152602
DLM130         PERFORM  0260-1000-GENERATE-MESSAGE                      10152602
DLM130             THRU 0260-1000-GENERATE-MESSAGE-X                    10152602
DLM130         SET WS-RETRN-ERROR      TO TRUE                          10152602
DLM130         SET WGLOB-RETURN-ERROR  TO TRUE                          10152602
DLM130         GO TO 4000-ADD-SVC-NOTE-X                                10152602
DLM130     END-IF.                                                      10152602
DLM130                                                                  10152602
DLM130     PERFORM  9600-WRITE-AUDIT-REC                                10152602
DLM130         THRU 9600-WRITE-AUDIT-REC-X.                             10152602
DLM130                                                                  10152602
DLM130 4000-ADD-SVC-NOTE-X.                                             10152602
DLM130     EXIT.                                                        10152602
DLM130/                                                                 10152602
DLM130*------------------------                                         10152602
DLM130 4100-BROWSE-SVC-NOTES.                                           10152602
DLM130*------------------------                                         10152602
DLM130                                                                  10152602
DLM130* THE POLICY'S SERVICING NOTES, MOST RECENT FIRST.  THE TABLE     10152602
DLM130* HOLDS 10 NOTES; WHEN MORE REMAIN THE TRUNCATION FLAG IS SET AND 10152602
DLM130* THE CALLER ASKS AGAIN WITH THE DATE AND TIME OF THE LAST NOTE   10152602
DLM130* IT HAS, AND THE BROWSE CARRIES ON FROM THE NOTE BEFORE IT.      10152602
DLM130* SAME RESTRICTION CHECKS AND SAME AUDIT WRITE AS THE RETRIEVE    10152602
DLM130                                                                  10152602
DLM130     MOVE SPACE                TO MIR-DV-RESTRICT-REASN-CD.       10152602
DLM130     SET MIR-DV-LFCM-DATA-AVAIL TO TRUE.                          10152602
DLM130     SET WS-RETRN-OK           TO TRUE.                           10152602
DLM130     MOVE ZERO                 TO MIR-DV-NOTE-CTR.                10152602
DLM130     SET MIR-DV-NOTE-NOT-TRUNCATED TO TRUE.                       10152602
DLM130                                                                  10152602
DLM130     PERFORM  8100-BLANK-DATA-FIELDS                              10152602
DLM130         THRU 8100-BLANK-DATA-FIELDS-X.                           10152602
DLM130                                                                  10152602
DLM130     MOVE SPACES               TO WS-NOTE-STRT-INT-DT.            10152602
DLM130     IF  MIR-DV-NOTE-BRWS-STRT-DT NOT = SPACES                    10152602
DLM130         MOVE MIR-DV-NOTE-BRWS-STRT-DT TO L1640-EXTERNAL-DATE     10152602
DLM130         PERFORM  1640-1000-EXT-TO-INTERNAL                       10152602
DLM130             THRU 1640-1000-EXT-TO-INTERNAL-X                     10152602
DLM130         IF  L1640-VALID                                          10152602
DLM130         AND MIR-DV-NOTE-BRWS-STRT-TIME NOT = SPACES              10152602
DLM130             MOVE L1640-INTERNAL-DATE TO WS-NOTE-STRT-INT-DT      10152602
DLM130         ELSE                                                     10152602
DLM130*MSG: INVALID FUNCTION ID - PROCESSING STOPPED                    10152602
DLM130             MOVE MIR-BUS-FCN-ID       TO WGLOB-MSG-PARM (1)      10152602
DLM130             MOVE 'CSOM8000'           TO WGLOB-MSG-PARM (2)      10152602
DLM130             MOVE 'XS00000237'         TO WGLOB-MSG-REF-INFO      10152602
DLM130             PERFORM  0260-1000-GENERATE-MESSAGE                  10152602
DLM130                 THRU 0260-1000-GENERATE-MESSAGE-X                10152602
DLM130             SET MIR-RETRN-INVALD-RQST TO TRUE                    10152602
DLM130             GO TO 4100-BROWSE-SVC-NOTES-X                        10152602
DLM130         END-IF                                                   10152602
DLM130     END-IF.                                                      10152602
DLM130                                                                  10152602
DLM130     PERFORM  7100-BUILD-KEYS                                     10152602
DLM130         THRU 7100-BUILD-KEYS-X.                                  10152602
DLM130                                                                  10152602
DLM130     IF  WGLOB-MSG-ERROR-SW > ZERO                                10152602
DLM130         GO TO 4100-BROWSE-SVC-NOTES-X                            10152602
DLM130     END-IF.                                                      10152602
DLM130                                                                  10152602
DLM130     PERFORM  POL-1000-READ                                       10152602
DLM130         THRU POL-1000-READ-X.                                    10152602
DLM130                                                                  10152602
DLM130     IF  WPOL-IO-NOT-FOUND                                        10152602
DLM130*MSG: RECORD @1 NOT FOUND                                         10152602
DLM130         MOVE WPOL-KEY           TO WGLOB-MSG-PARM (1)            10152602
DLM130         MOVE 'XS00000001'       TO WGLOB-MSG-REF-INFO            10152602
DLM130         PERFORM  0260-1000-GENERATE-MESSAGE                      10152602
DLM130             THRU 0260-1000-GENERATE-MESSAGE-X                    10152602
DLM130         GO TO 4100-BROWSE-SVC-NOTES-X                            10152602
DLM130     END-IF.                                                      10152602
DLM130                                                                  10152602
DLM130     PERFORM  PGA-1000-BUILD-PARMS                                10152602
DLM130         THRU PGA-1000-BUILD-PARMS-X.                             10152602
DLM130                                                                  10152602
DLM130     SET L5400-POL-SSPND-CHK-REQD TO TRUE.                        10152602
DLM130     PERFORM 5400-1000-BUILD-PARM-INFO                            10152602
DLM130        THRU 5400-1000-BUILD-PARM-INFO-X.                         10152602
DLM130                                                                  10152602
DLM130     PERFORM 5400-1000-POL-CHK                                    10152602
DLM130        THRU 5400-1000-POL-CHK-X.                                 10152602
DLM130                                                                  10152602
DLM130     IF L5400-CNFD-ACCS-RESTRICTED                                10152602
DLM130     OR L5400-BRCH-ACCS-RESTRICTED                                10152602
DLM130     OR L5400-SSPND-ACCS-RESTRICTED                               10152602
DLM130         EVALUATE TRUE                                            10152602
DLM130            WHEN L5400-CNFD-ACCS-RESTRICTED                       10152602
DLM130               SET MIR-DV-RESTRICT-CNFD    TO TRUE                10152602
DLM130            WHEN L5400-BRCH-ACCS-RESTRICTED                       10152602
DLM130               SET MIR-DV-RESTRICT-BRCH    TO TRUE                10152602
DLM130            WHEN L5400-SSPND-ACCS-RESTRICTED                      10152602
DLM130               SET MIR-DV-RESTRICT-SSPND   TO TRUE                10152602
DLM130         END-EVALUATE                                             10152602
DLM130         GO TO 4100-BROWSE-SVC-NOTES-X                            10152602
DLM130     END-IF.                                                      10152602
DLM130                                                                  10152602
DLM130* BROWSE BACKWARDS FROM THE NEWEST NOTE (OR FROM THE CALLER'S     10152602
DLM130* RESTART POINT), THE SAME BROWSE-PREV SHAPE AS THE ACCESS HISTORY10152602
DLM130     MOVE MIR-POL-ID           TO WZSNT-POL-ID.                   10152602
DLM130     IF  WS-NOTE-STRT-INT-DT = SPACES                             10152602
DLM130         MOVE HIGH-VALUES      TO WZSNT-NOTE-DT                   10152602
DLM130         MOVE HIGH-VALUES      TO WZSNT-NOTE-TIME                 10152602
DLM130     ELSE                                                         10152602
DLM130         MOVE WS-NOTE-STRT-INT-DT  TO WZSNT-NOTE-DT               10152602
DLM130         MOVE MIR-DV-NOTE-BRWS-STRT-TIME                          10152602
DLM130                               TO WZSNT-NOTE-TIME                 10152602
DLM130     END-IF.                                                      10152602
DLM130     MOVE MIR-POL-ID           TO WZSNT-ENDBR-POL-ID.             10152602
DLM130     MOVE LOW-VALUES           TO WZSNT-ENDBR-NOTE-DT.            10152602
DLM130     MOVE LOW-VALUES           TO WZSNT-ENDBR-NOTE-TIME.          10152602
DLM130                                                                  10152602
DLM130     PERFORM  ZSNT-1000-BROWSE-PREV                               10152602
DLM130         THRU ZSNT-1000-BROWSE-PREV-X.                            10152602
DLM130                                                                  10152602
DLM130     IF  WZSNT-IO-OK                                              10152602
DLM130         PERFORM  ZSNT-2000-READ-PREV                             10152602
DLM130             THRU ZSNT-2000-READ-PREV-X                           10152602
DLM130                                                                  10152602
DLM130         PERFORM  4110-MOVE-NOTE-ROW                              10152602
DLM130             THRU 4110-MOVE-NOTE-ROW-X                            10152602
DLM130                 UNTIL WZSNT-IO-EOF                               10152602
DLM130                 OR    MIR-DV-NOTE-TRUNCATED                      10152602
DLM130                                                                  10152602
DLM130         PERFORM  ZSNT-3000-END-BROWSE-PREV                       10152602
DLM130             THRU ZSNT-3000-END-BROWSE-PREV-X                     10152602
DLM130     END-IF.                                                      10152602
DLM130                                                                  10152602
DLM130     PERFORM  9600-WRITE-AUDIT-REC                                10152602
DLM130         THRU 9600-WRITE-AUDIT-REC-X.                             10152602
DLM130                                                                  10152602
DLM130 4100-BROWSE-SVC-NOTES-X.                                         10152602
DLM130     EXIT.                                                        10152602
DLM130/                                                                 10152602
DLM130*---------------------                                            10152602
DLM130 4110-MOVE-NOTE-ROW.                                              10152602
DLM130*---------------------                                            10152602
DLM130                                                                  10152602
DLM130* THE RESTART NOTE ITSELF WAS ALREADY RETURNED ON THE PRIOR CALL  10152602
DLM130     IF  RZSNT-NOTE-DT = WS-NOTE-STRT-INT-DT                      10152602
DLM130     AND RZSNT-NOTE-TIME = MIR-DV-NOTE-BRWS-STRT-TIME             10152602
DLM130         PERFORM  ZSNT-2000-READ-PREV                             10152602
DLM130             THRU ZSNT-2000-READ-PREV-X                           10152602
DLM130         GO TO 4110-MOVE-NOTE-ROW-X                               10152602
DLM130     END-IF.                                                      10152602
DLM130                                                                  10152602
DLM130* A FULL TABLE WITH A FURTHER NOTE STILL TO COME IS TRUNCATED     10152602
DLM130     IF  MIR-DV-NOTE-CTR NOT < 10                                 10152602
DLM130         SET MIR-DV-NOTE-TRUNCATED TO TRUE                        10152602
DLM130         GO TO 4110-MOVE-NOTE-ROW-X                               10152602
DLM130     END-IF.                                                      10152602
DLM130                                                                  10152602
DLM130     ADD +1                    TO MIR-DV-NOTE-CTR.                10152602
DLM130                                                                  10152602
DLM130     MOVE RZSNT-NOTE-DT        TO L1640-INTERNAL-DATE.            10152602
DLM130     PERFORM  1640-8000-INTERNAL-TO-MIR                           10152602
DLM130         THRU 1640-8000-INTERNAL-TO-MIR-X.                        10152602
DLM130     MOVE L1640-EXTERNAL-DATE  TO                                 10152602
DLM130          MIR-DV-NOTE-DT (MIR-DV-NOTE-CTR).                       10152602
DLM130                                                                  10152602
DLM130     MOVE RZSNT-NOTE-TIME      TO                                 10152602
DLM130          MIR-DV-NOTE-TIME (MIR-DV-NOTE-CTR).                     10152602
DLM130     MOVE RZSNT-USER-ID        TO                                 10152602
DLM130          MIR-DV-NOTE-USER-ID (MIR-DV-NOTE-CTR).                  10152602
DLM130     MOVE RZSNT-NOTE-CATG-CD   TO                                 10152602
DLM130          MIR-DV-NOTE-T-CATG-CD (MIR-DV-NOTE-CTR).                10152602
DLM130     MOVE RZSNT-NOTE-TXT       TO                                 10152602
DLM130          MIR-DV-NOTE-T-TXT (MIR-DV-NOTE-CTR).                    10152602
DLM130                                                                  10152602
DLM130     IF  RZSNT-FLWUP-DT = SPACES                                  10152602
DLM130         MOVE SPACES           TO                                 10152602
DLM130              MIR-DV-NOTE-T-FLWUP-DT (MIR-DV-NOTE-CTR)            10152602
DLM130     ELSE                                                         10152602
DLM130         MOVE RZSNT-FLWUP-DT   TO L1640-INTERNAL-DATE             10152602
DLM130         PERFORM  1640-8000-INTERNAL-TO-MIR                       10152602
DLM130             THRU 1640-8000-INTERNAL-TO-MIR-X                     10152602
DLM130         MOVE L1640-EXTERNAL-DATE TO                              10152602
DLM130              MIR-DV-NOTE-T-FLWUP-DT (MIR-DV-NOTE-CTR)            10152602
DLM130     END-IF.                                                      10152602
DLM130                                                                  10152602
DLM130     PERFORM  ZSNT-2000-READ-PREV                                 10152602
DLM130         THRU ZSNT-2000-READ-PREV-X.                              10152602
DLM130                                                                  10152602
DLM130 4110-MOVE-NOTE-ROW-X.                                            10152602
DLM130     EXIT.                                                        10152602
DLM130/                                                                 10152602
DLM130*---------------------------                                      10152602
DLM130 4200-SUMMARIZE-SVC-NOTES.                                        10152602
DLM130*---------------------------                                      10152602
DLM130*                                                                 10152602
DLM130* FOR THE 8000 RETRIEVE: HOW MANY SERVICING NOTES THE POLICY HAS  10152602
DLM130* AND THE LATEST FOLLOW-UP DATE ANY OF THEM CARRIES, SO THE REP   10152602
DLM130* KNOWS THERE IS HISTORY TO BROWSE BEFORE TAKING THE CALL         10152602
DLM130*                                                                 10152602
DLM130     MOVE ZERO                 TO MIR-DV-NOTE-TOT-CTR.            10152602
DLM130     MOVE SPACES               TO MIR-DV-NOTE-LAST-FLWUP-DT.      10152602
DLM130     MOVE SPACES               TO WS-NOTE-LAST-FLWUP-INT-DT.      10152602
DLM130                                                                  10152602
DLM130     MOVE MIR-POL-ID           TO WZSNT-POL-ID.                   10152602
DLM130     MOVE LOW-VALUES           TO WZSNT-NOTE-DT.                  10152602
DLM130     MOVE LOW-VALUES           TO WZSNT-NOTE-TIME.                10152602
DLM130     MOVE MIR-POL-ID           TO WZSNT-ENDBR-POL-ID.             10152602
DLM130     MOVE HIGH-VALUES          TO WZSNT-ENDBR-NOTE-DT.            10152602
DLM130     MOVE HIGH-VALUES          TO WZSNT-ENDBR-NOTE-TIME.          10152602
DLM130                                                                  10152602
DLM130     PERFORM  ZSNT-1000-BROWSE                                    10152602
DLM130         THRU ZSNT-1000-BROWSE-X.                                 10152602
DLM130                                                                  10152602
DLM130     IF  NOT WZSNT-IO-OK                                          10152602
DLM130         GO TO 4200-SUMMARIZE-SVC-NOTES-X                         10152602
DLM130     END-IF.                                                      10152602
DLM130                                                                  10152602
DLM130     PERFORM  ZSNT-2000-READ-NEXT                                 10152602
DLM130         THRU ZSNT-2000-READ-NEXT-X.                              10152602
DLM130                                                                  10152602
DLM130     PERFORM  4210-TALLY-SVC-NOTE                                 10152602
DLM130         THRU 4210-TALLY-SVC-NOTE-X                               10152602
DLM130             UNTIL WZSNT-IO-EOF.                                  10152602
DLM130                                                                  10152602
DLM130     PERFORM  ZSNT-3000-END-BROWSE                                10152602
DLM130         THRU ZSNT-3000-END-BROWSE-X.                             10152602
DLM130                                                                  10152602
DLM130     IF  WS-NOTE-LAST-FLWUP-INT-DT NOT = SPACES                   10152602
DLM130         MOVE WS-NOTE-LAST-FLWUP-INT-DT TO L1640-INTERNAL-DATE    10152602
DLM130         PERFORM  1640-8000-INTERNAL-TO-MIR                       10152602
DLM130             THRU 1640-8000-INTERNAL-TO-MIR-X                     10152602
DLM130         MOVE L1640-EXTERNAL-DATE  TO MIR-DV-NOTE-LAST-FLWUP-DT   10152602
DLM130     END-IF.                                                      10152602
DLM130                                                                  10152602
DLM130 4200-SUMMARIZE-SVC-NOTES-X.                                      10152602
DLM130     EXIT.                                                        10152602
DLM130/                                                                 10152602
DLM130*----------------------                                           10152602
DLM130 4210-TALLY-SVC-NOTE.                                             10152602
DLM130*----------------------                                           10152602
DLM130                                                                  10152602
DLM130     IF  MIR-DV-NOTE-TOT-CTR < 9999                               10152602
DLM130         ADD +1                TO MIR-DV-NOTE-TOT-CTR             10152602
DLM130     END-IF.                                                      10152602
DLM130                                                                  10152602
DLM130     IF  RZSNT-FLWUP-DT NOT = SPACES                              10152602
DLM130     AND RZSNT-FLWUP-DT > WS-NOTE-LAST-FLWUP-INT-DT               10152602
DLM130         MOVE RZSNT-FLWUP-DT   TO WS-NOTE-LAST-FLWUP-INT-DT       10152602
DLM130     END-IF.                                                      10152602
DLM130                                                                  10152602
DLM130     PERFORM  ZSNT-2000-READ-NEXT                                 10152602
DLM130         THRU ZSNT-2000-READ-NEXT-X.                              10152602
DLM130                                                                  10152602
DLM130 4210-TALLY-SVC-NOTE-X.                                           10152602
DLM130     EXIT.                                                        10152602
DLM131/                                                                 10152603
DLM131*---------------------------                                      10152603
DLM131 4300-CAPTURE-FLK-CANCEL.                                         10152603
DLM131*---------------------------                                      10152603
DLM131*                                                                 10152603
DLM131* RECORD A CLIENT'S FREE-LOOK CANCELLATION REQUEST: THE DATE THE  10152603
DLM131* REQUEST WAS RECEIVED, THE CHANNEL IT CAME IN BY AND THE USER    10152603
DLM131* WHO TOOK IT.  A REQUEST RECEIVED AFTER THE POLICY'S FREE-LOOK   10152603
DLM131* END DATE IS NOT A FREE-LOOK CANCELLATION AND IS REFUSED, AS IS  10152603
DLM131* A SECOND REQUEST FOR A POLICY THAT ALREADY HAS ONE.  THE        10152603
DLM131* NIGHTLY FREE-LOOK RUN PICKS UP WHAT IS CAPTURED HERE AND WORKS  10152603
DLM133* OUT THE REFUND.  SAME RESTRICTION CHECKS, SAME AUDIT WRITE AND  10152605
DLM133* SAME CHANGE JOURNAL AS THE OTHER MAINTENANCE FUNCTIONS, SO A    10152605
DLM133* REQUEST KEYED IN ERROR CAN BE BACKED OUT BY 8008 THE SAME DAY   10152605
DLM131*                                                                 10152603
DLM131     MOVE SPACE                TO MIR-DV-RESTRICT-REASN-CD.       10152603
DLM131     SET MIR-DV-LFCM-DATA-AVAIL TO TRUE.                          10152603
DLM131     SET WS-RETRN-OK           TO TRUE.                           10152603
DLM131     SET MIR-DV-FLK-RJCT-NONE  TO TRUE.                           10152603
DLM131     MOVE SPACES               TO MIR-DV-FLK-END-DT.              10152603
DLM131                                                                  10152603
DLM131     PERFORM  8100-BLANK-DATA-FIELDS                              10152603
DLM131         THRU 8100-BLANK-DATA-FIELDS-X.                           10152603
DLM131                                                                  10152603
DLM131* THE RECEIVED DATE IS REQUIRED AND MAY NOT BE IN THE FUTURE      10152603
DLM131     MOVE SPACES               TO WS-FLK-RQST-INT-DT.             10152603
DLM131     IF  MIR-DV-FLK-RQST-DT NOT = SPACES                          10152603
DLM131         MOVE MIR-DV-FLK-RQST-DT TO L1640-EXTERNAL-DATE           10152603
DLM131         PERFORM  1640-1000-EXT-TO-INTERNAL                       10152603
DLM131             THRU 1640-1000-EXT-TO-INTERNAL-X                     10152603
DLM131         IF  L1640-VALID                                          10152603
DLM131         AND L1640-INTERNAL-DATE NOT > WGLOB-PROCESS-DATE         10152603
DLM131             MOVE L1640-INTERNAL-DATE TO WS-FLK-RQST-INT-DT       10152603
DLM131         END-IF                                                   10152603
DLM131     END-IF.                                                      10152603
DLM131                                                                  10152603
DLM131     IF  NOT MIR-DV-FLK-CHNL-VALID                                10152603
DLM131     OR  WS-FLK-RQST-INT-DT = SPACES                              10152603
DLM131*MSG: INVALID FUNCTION ID - PROCESSING STOPPED                    10152603
DLM131         MOVE MIR-BUS-FCN-ID           TO WGLOB-MSG-PARM (1)      10152603
DLM131         MOVE 'CSOM8000'               TO WGLOB-MSG-PARM (2)      10152603
DLM131         MOVE 'XS00000237'             TO WGLOB-MSG-REF-INFO      10152603
DLM131         PERFORM  0260-1000-GENERATE-MESSAGE                      10152603
DLM131             THRU 0260-1000-GENERATE-MESSAGE-X                    10152603
DLM131         SET MIR-RETRN-INVALD-RQST TO TRUE                        10152603
DLM131         GO TO 4300-CAPTURE-FLK-CANCEL-X                          10152603
DLM131     END-IF.                                                      10152603
DLM131                                                                  10152603
DLM131     PERFORM  7100-BUILD-KEYS                                     10152603
DLM131         THRU 7100-BUILD-KEYS-X.                                  10152603
DLM131                                                                  10152603
DLM131     IF  WGLOB-MSG-ERROR-SW > ZERO                                10152603
DLM131         GO TO 4300-CAPTURE-FLK-CANCEL-X                          10152603
DLM131     END-IF.                                                      10152603
DLM131                                                                  10152603
DLM131     PERFORM  POL-1000-READ                                       10152603
DLM131         THRU POL-1000-READ-X.                                    10152603
DLM131                                                                  10152603
DLM131     IF  WPOL-IO-NOT-FOUND                                        10152603
DLM131*MSG: RECORD @1 NOT FOUND                                         10152603
DLM131         MOVE WPOL-KEY           TO WGLOB-MSG-PARM (1)            10152603
DLM131         MOVE 'XS00000001'       TO WGLOB-MSG-REF-INFO            10152603
DLM131         PERFORM  0260-1000-GENERATE-MESSAGE                      10152603
DLM131             THRU 0260-1000-GENERATE-MESSAGE-X                    10152603
DLM131         GO TO 4300-CAPTURE-FLK-CANCEL-X                          10152603
DLM131     END-IF.                                                      10152603
DLM131                                                                  10152603
DLM131     PERFORM  PGA-1000-BUILD-PARMS                                10152603
DLM131         THRU PGA-1000-BUILD-PARMS-X.                             10152603
DLM131                                                                  10152603
DLM131     SET L5400-POL-SSPND-CHK-REQD TO TRUE.                        10152603
DLM131     PERFORM 5400-1000-BUILD-PARM-INFO                            10152603
DLM131        THRU 5400-1000-BUILD-PARM-INFO-X.                         10152603
DLM131                                                                  10152603
DLM131     PERFORM 5400-1000-POL-CHK                                    10152603
DLM131        THRU 5400-1000-POL-CHK-X.                                 10152603
DLM131                                                                  10152603
DLM131     IF L5400-CNFD-ACCS-RESTRICTED                                10152603
DLM131     OR L5400-BRCH-ACCS-RESTRICTED                                10152603
DLM131     OR L5400-SSPND-ACCS-RESTRICTED                               10152603
DLM131         EVALUATE TRUE                                            10152603
DLM131            WHEN L5400-CNFD-ACCS-RESTRICTED                       10152603
DLM131               SET MIR-DV-RESTRICT-CNFD    TO TRUE                10152603
DLM131            WHEN L5400-BRCH-ACCS-RESTRICTED                       10152603
DLM131               SET MIR-DV-RESTRICT-BRCH    TO TRUE                10152603
DLM131            WHEN L5400-SSPND-ACCS-RESTRICTED                      10152603
DLM131               SET MIR-DV-RESTRICT-SSPND   TO TRUE                10152603
DLM131         END-EVALUATE                                             10152603
DLM131         GO TO 4300-CAPTURE-FLK-CANCEL-X                          10152603
DLM131     END-IF.                                                      10152603
DLM131                                                                  10152603
DLM131* THE FREE-LOOK END DATE HELD ON THE POLICY (THE SAME DATE THE    10152603
DLM131* RETRIEVE SHOWS AS MIR-POL-FREE-LK-END-DT) IS THE DEADLINE.  A   10152603
DLM131* POLICY WITHOUT ONE HAS NO FREE-LOOK PERIOD RUNNING              10152603
DLM131     IF  RPOL-POL-FREE-LK-END-DT = ZERO                           10152603
DLM131         SET MIR-DV-FLK-RJCT-NO-END-DT TO TRUE                    10152603
DLM131     ELSE                                                         10152603
DLM131         MOVE RPOL-POL-FREE-LK-END-DT TO L1640-INTERNAL-DATE      10152603
DLM131         PERFORM  1640-8000-INTERNAL-TO-MIR                       10152603
DLM131             THRU 1640-8000-INTERNAL-TO-MIR-X                     10152603
DLM131         MOVE L1640-EXTERNAL-DATE TO MIR-DV-FLK-END-DT            10152603
DLM131         IF  WS-FLK-RQST-INT-DT > RPOL-POL-FREE-LK-END-DT         10152603
DLM131             SET MIR-DV-FLK-RJCT-LATE TO TRUE                     10152603
DLM131         END-IF                                                   10152603
DLM131     END-IF.                                                      10152603
DLM131                                                                  10152603
DLM131* ONE FREE-LOOK CANCELLATION PER POLICY                           10152603
DLM131     IF  MIR-DV-FLK-RJCT-NONE                                     10152603
DLM131         MOVE RPOL-POL-ID      TO WZFLK-POL-ID                    10152603
DLM131         PERFORM  ZFLK-1000-READ                                  10152603
DLM131             THRU ZFLK-1000-READ-X                                10152603
DLM131         IF  WZFLK-IO-OK                                          10152603
DLM131             SET MIR-DV-FLK-RJCT-DUPLICATE TO TRUE                10152603
DLM131         END-IF                                                   10152603
DLM131     END-IF.                                                      10152603
DLM131                                                                  10152603
DLM131     IF  NOT MIR-DV-FLK-RJCT-NONE                                 10152603
DLM131*MSG: INVALID FUNCTION ID - PROCESSING STOPPED                    10152603
DLM131         MOVE MIR-BUS-FCN-ID           TO WGLOB-MSG-PARM (1)      10152603
DLM131         MOVE 'CSOM8000'               TO WGLOB-MSG-PARM (2)      10152603
DLM131         MOVE 'XS00000237'             TO WGLOB-MSG-REF-INFO      10152603
DLM131         PERFORM  0260-1000-GENERATE-MESSAGE                      10152603
DLM131             THRU 0260-1000-GENERATE-MESSAGE-X                    10152603
DLM131         SET MIR-RETRN-INVALD-RQST TO TRUE                        10152603
DLM131         GO TO 4300-CAPTURE-FLK-CANCEL-X                          10152603
DLM131     END-IF.                                                      10152603
DLM131                                                                  10152603
DLM131* THE REQUEST IS KEYED BY POLICY; IT CARRIES THE FREE-LOOK END    10152603
DLM131* DATE IT WAS ACCEPTED AGAINST SO THE NIGHTLY RUN NEED NOT WORK   10152603
DLM131* IT OUT AGAIN, AND STARTS OUT PENDING                            10152603
DLM131     INITIALIZE RZFLK-REC-INFO.                                   10152603
DLM131     MOVE RPOL-POL-ID          TO WZFLK-POL-ID.                   10152603
DLM131     MOVE WS-FLK-RQST-INT-DT   TO RZFLK-RQST-DT.                  10152603
DLM131     MOVE MIR-DV-FLK-CHNL-CD   TO RZFLK-RQST-CHNL-CD.             10152603
DLM131     IF  MIR-DV-FLK-USER-ID = SPACES                              10152603
DLM131         MOVE WGLOB-USER-ID    TO RZFLK-RQST-USER-ID              10152603
DLM131     ELSE                                                         10152603
DLM131         MOVE MIR-DV-FLK-USER-ID                                  10152603
DLM131                               TO RZFLK-RQST-USER-ID              10152603
DLM131     END-IF.                                                      10152603
DLM131     MOVE WGLOB-TERM-ID        TO RZFLK-TERM-ID.                  10152603
DLM131     MOVE WGLOB-PROCESS-DATE   TO RZFLK-CAPT-DT.                  10152603
DLM131     MOVE WGLOB-PROCESS-TIME   TO RZFLK-CAPT-TIME.                10152603
DLM131     MOVE RPOL-POL-FREE-LK-END-DT                                 10152603
DLM131                               TO RZFLK-FREE-LK-END-DT.           10152603
DLM131     SET RZFLK-RQST-STAT-PEND  TO TRUE.                           10152603
DLM131                                                                  10152603
DLM131     PERFORM  ZFLK-1000-WRITE                                     10152603
DLM131         THRU ZFLK-1000-WRITE-X.                                  10152603
DLM131                                                                  10152603
DLM131     IF  NOT WZFLK-IO-OK                                          10152603
DLM131*MSG: RECORD @1 UPDATE FAILED                                     10152603
DLM131         MOVE WZFLK-KEY          TO WGLOB-MSG-PARM (1)            10152603
DLM131         MOVE 'XS00000002'       TO WGLOB-MSG-REF-INFO            10152603
DLM131         PERFORM  0260-1000-GENERATE-MESSAGE                      10152603
DLM131             THRU 0260-1000-GENERATE-MESSAGE-X                    10152603
DLM131         SET WS-RETRN-ERROR      TO TRUE                          10152603
DLM131         SET WGLOB-RETURN-ERROR  TO TRUE                          10152603
DLM131         GO TO 4300-CAPTURE-FLK-CANCEL-X                          10152603
DLM131     END-IF.                                                      10152603
DLM131                                                                  10152603
DLM133* THERE WAS NO REQUEST ROW BEFORE THE CAPTURE.  THE AFTER IMAGE   10152605
DLM133* HOLDS WHAT WAS CAPTURED; THE ROW'S KEY IS THE POLICY, WHICH THE 10152605
DLM133* JOURNAL ENTRY CARRIES IN ITS OWN KEY                            10152605
DLM133     MOVE SPACES               TO WS-JRNL-BFR-IMAGE.              10152605
DLM133     MOVE SPACES               TO WS-JRNL-AFT-IMAGE.              10152605
DLM133     MOVE RZFLK-RQST-DT        TO WS-JRNL-AFT-FLK-RQST-DT.        10152605
DLM133     MOVE RZFLK-RQST-CHNL-CD   TO WS-JRNL-AFT-FLK-CHNL-CD.        10152605
DLM133     MOVE RZFLK-RQST-USER-ID   TO WS-JRNL-AFT-FLK-USER-ID.        10152605
DLM133     MOVE RZFLK-TERM-ID        TO WS-JRNL-AFT-FLK-TERM-ID.        10152605
DLM133     SET WS-JRNL-CHNG-FLK      TO TRUE.                           10152605
DLM133     SET WS-JRNL-REVRS-NO      TO TRUE.                           10152605
DLM133     MOVE SPACES               TO WS-JRNL-CAMPGN-CD.              10152605
DLM133     MOVE SPACES               TO WS-JRNL-SEG-CD.                 10152605
DLM133                                                                  10152605
DLM133     PERFORM  9640-WRITE-CHNG-JRNL                                10152605
DLM133         THRU 9640-WRITE-CHNG-JRNL-X.                             10152605
DLM133                                                                  10152605
DLM133     IF  WS-RETRN-ERROR                                           10152605
DLM133         PERFORM  8100-BLANK-DATA-FIELDS                          10152605
DLM133             THRU 8100-BLANK-DATA-FIELDS-X                        10152605
DLM133         GO TO 4300-CAPTURE-FLK-CANCEL-X                          10152605
DLM133     END-IF.                                                      10152605
DLM133                                                                  10152605
DLM131     PERFORM  9600-WRITE-AUDIT-REC                                10152603
DLM131         THRU 9600-WRITE-AUDIT-REC-X.                             10152603
DLM131                                                                  10152603
DLM131 4300-CAPTURE-FLK-CANCEL-X.                                       10152603
DLM131     EXIT.                                                        10152603
      /
      *----------------
       7100-BUILD-KEYS.
DLM125 9620-CHECK-WATCH-LIST-X.                                         09022602
DLM125     EXIT.                                                        09022602
DLM125/                                                                 09022602
DLM129*------------------------                                         10152601
DLM129 9640-WRITE-CHNG-JRNL.                                            10152601
DLM129*------------------------                                         10152601
DLM129*                                                                 10152601
DLM129* ONE CHANGE JOURNAL ROW PER MAINTENANCE UPDATE: BEFORE AND AFTER 10152601
DLM129* IMAGES OF THE FIELDS CHANGED, WITH WHO, FROM WHERE AND WHEN.    10152601
DLM129* UNLIKE THE INQUIRY AUDIT THIS IS NEVER SUPPRESSED, AND A FAILED 10152601
DLM129* WRITE FAILS THE UPDATE -- A CHANGE THAT CANNOT BE JOURNALLED    10152601
DLM129* CANNOT BE REVERSED, SO IT IS BACKED OUT INSTEAD                 10152601
DLM129*                                                                 10152601
DLM129     MOVE WGLOB-PROCESS-TIME           TO L9602-JRNL-TIME.        10152601
DLM129     MOVE MIR-POL-ID                   TO L9602-JRNL-POL-ID.      10152601
DLM129     MOVE WGLOB-USER-ID                TO L9602-JRNL-USER-ID.     10152601
DLM129     MOVE WGLOB-TERM-ID                TO L9602-JRNL-TERM-ID.     10152601
DLM129     MOVE WS-BUS-FCN-ID                TO L9602-JRNL-BUS-FCN-ID.  10152601
DLM129     MOVE WS-JRNL-CHNG-TYP-CD          TO L9602-JRNL-CHNG-TYP-CD. 10152601
DLM129     MOVE WS-JRNL-CAMPGN-CD            TO L9602-JRNL-CAMPGN-CD.   10152601
DLM129     MOVE WS-JRNL-SEG-CD               TO L9602-JRNL-SEG-CD.      10152601
DLM129     MOVE WS-JRNL-BFR-IMAGE            TO L9602-JRNL-BFR-IMAGE.   10152601
DLM129     MOVE WS-JRNL-AFT-IMAGE            TO L9602-JRNL-AFT-IMAGE.   10152601
DLM129                                                                  10152601
DLM129     IF  WS-JRNL-REVRS-YES                                        10152601
DLM129         SET L9602-JRNL-REVRS-ENTRY    TO TRUE                    10152601
DLM129         MOVE MIR-DV-JRNL-REVRS-RSN-CD TO L9602-JRNL-REVRS-RSN-CD 10152601
DLM129         MOVE MIR-DV-JRNL-SUPV-USER-ID TO L9602-JRNL-SUPV-USER-ID 10152601
DLM129         MOVE WS-JRNL-ORIG-TIME        TO L9602-JRNL-ORIG-TIME    10152601
DLM129     ELSE                                                         10152601
DLM129         SET L9602-JRNL-REVRS-NONE     TO TRUE                    10152601
DLM129         MOVE SPACES                   TO L9602-JRNL-REVRS-RSN-CD 10152601
DLM129         MOVE SPACES                   TO L9602-JRNL-SUPV-USER-ID 10152601
DLM129         MOVE SPACES                   TO L9602-JRNL-ORIG-TIME    10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM129     PERFORM  JRNL-1000-WRITE                                     10152601
DLM129         THRU JRNL-1000-WRITE-X.                                  10152601
DLM129                                                                  10152601
DLM129     IF  NOT L9602-JRNL-WRITE-OK                                  10152601
DLM129*MSG: RECORD @1 UPDATE FAILED                                     10152601
DLM129         MOVE MIR-POL-ID         TO WGLOB-MSG-PARM (1)            10152601
DLM129         MOVE 'XS00000002'       TO WGLOB-MSG-REF-INFO            10152601
DLM129         PERFORM  0260-1000-GENERATE-MESSAGE                      10152601
DLM129             THRU 0260-1000-GENERATE-MESSAGE-X                    10152601
DLM129         SET WS-RETRN-ERROR      TO TRUE                          10152601
DLM129         SET WGLOB-RETURN-ERROR  TO TRUE                          10152601
DLM129     END-IF.                                                      10152601
DLM129                                                                  10152601
DLM132*                                                                 10152604
DLM132* AN UPDATE HANDS BACK THE TIME ITS ENTRY WAS JOURNALLED UNDER -- 10152604
DLM132* WITH THE POLICY IT IS THE KEY AN 8008 REVERSAL NAMES THE ENTRY  10152604
DLM132* BY.  A REVERSAL LEAVES THE CALLER'S KEY AS IT WAS               10152604
DLM132     IF  L9602-JRNL-WRITE-OK                                      10152604
DLM132     AND NOT WS-JRNL-REVRS-YES                                    10152604
DLM132         MOVE WGLOB-PROCESS-TIME   TO MIR-DV-JRNL-REVRS-TIME      10152604
DLM132     END-IF.                                                      10152604
DLM132                                                                  10152604
DLM129 9640-WRITE-CHNG-JRNL-X.                                          10152601
DLM129     EXIT.                                                        10152601
DLM129/                                                                 10152601
DLM125*-------------------------                                        09022602
DLM125 9630-WRITE-WATCH-ALERT.                                          09022602
DLM125*-------------------------                                        09022602
ANB024 COPY CCPS9B58.                                                   08100506
DLM109 COPY CCPS9600.                                                   08092601
DLM125 COPY CCPS9601.                                                   09022602
DLM129 COPY CCPS9602.                                                   10152601
      /
016537*COPY CCPERELA.
      /
APA036/                                                                 04210507
DLM128 COPY CCPVAUD.                                                    09022605
DLM128/                                                                 09022605
DLM130 COPY CCPVZSNT.                                                   10152602
DLM130/                                                                 10152602
DLM130 COPY CCPBZSNT.                                                   10152602
DLM131/                                                                 10152603
DLM131 COPY CCPNZFLK.                                                   10152603
WNB003 COPY NCPBZPAY.
WNB003 COPY NCPNZPAY.
      /
WPR018 COPY CCPNPH.
APA070 COPY CCPBZPOF.                                                   02210609
DLM126 COPY CCPUZPOF.                                                   09022603
DLM129 COPY CCPUZJRN.                                                   10152601
DLM130 COPY CCPUZSNT.                                                   10152602
DLM131 COPY CCPUZFLK.                                                   10152603
CBC109/                                                                 05021301
CBC109 COPY CCPBZPCM.                                                   05021301
CBC109/                                                                 05021301
