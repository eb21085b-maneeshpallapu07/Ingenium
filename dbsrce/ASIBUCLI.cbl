018396**  28MAY19   CREATED FOR UCLI PROCESSING                      **
26878B**  11APR23  CTS    ENHANCE CONTROL OVER ELDERLY & SPECIFIC    **
26878B**                  POLICY (PHASE 2)                           **
183629**  15OCT26   BROWSE CURSORS FETCH A ROWSET PER TRIP TO DB2 AND **
183629**            SERVE FETCH-NEXT REQUESTS ONE ROW AT A TIME FROM  **
183629**            THE BUFFER                                        **
527318**  15OCT26   DEADLOCK AND TIMEOUT RECOGNIZED - A TIMEOUT IS    **
527318**            RE-DRIVEN WITH A BACK-OFF AND A DEADLOCK ROLLBACK **
527318**            RETURNED AS ROLLED-BACK WHEN THE CALLER SETS A    **
527318**            LOCK RETRY LIMIT                                  **
427063**  15OCT26   MARKETING CONSENT INDICATORS AND CONSENT DATE     **
427063**            ADDED TO THE BROWSE CURSORS                       **
      *****************************************************************
      /
      **********************
               88  WS-OPTM-SQL-CUR-CLOSED                 VALUE SPACES.
           05  WS-OPTM-SQL-EXEC-N               REDEFINES
               WS-OPTM-SQL-EXEC                 PIC 9(02).
183629*
183629* ROWSET BUFFER FOR THE BROWSE CURSORS. EACH TRIP TO DB2
183629* RETURNS UP TO WS-RS-MAX-ROWS ROWS AND EVERY FETCH-NEXT
183629* REQUEST IS SERVED FROM THE BUFFER, SO THE CALLER STILL
183629* RECEIVES ONE ROW PER CALL.
183629*
183629 01  WS-RS-ROWSET-AREA.
183629     05  WS-RS-MAX-ROWS                   PIC S9(04) BINARY
183629                                          VALUE +100.
183629     05  WS-RS-ROW-CNT                    PIC S9(04) BINARY
183629                                          VALUE ZERO.
183629     05  WS-RS-ROW-SUB                    PIC S9(04) BINARY
183629                                          VALUE ZERO.
183629     05  WS-RS-LAST-SW                    PIC X(01) VALUE 'N'.
183629         88  WS-RS-LAST-ROWSET                      VALUE 'Y'.
183629         88  WS-RS-MORE-ROWSETS                     VALUE 'N'.
183629     05  WS-RS-FETCH-SW                   PIC X(01) VALUE 'Y'.
183629         88  WS-RS-FETCH-OK                         VALUE 'Y'.
183629         88  WS-RS-FETCH-ERROR                      VALUE 'N'.
183629     05  WS-RS-APP-ID                     OCCURS 100 TIMES
183629                                          PIC X(15).
183629     05  WS-RS-SEQ-NUM                    OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-STCKR-ID                   OCCURS 100 TIMES
183629                                          PIC X(11).
183629     05  WS-RS-POL-CLI-REL-TYP-CD         OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-CVG-CLI-REL-TYP-CD         OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-CLI-PHON-NUM-TXT           OCCURS 100 TIMES
183629                                          PIC X(50).
183629     05  WS-RS-CLI-GIV-NM                 OCCURS 100 TIMES
183629                                          PIC X(25).
183629     05  WS-RS-CLI-SUR-NM                 OCCURS 100 TIMES
183629                                          PIC X(25).
183629     05  WS-RS-CLI-BTH-DT                 OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-CLI-SEX-CD                 OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-CLI-SMKR-CD                OCCURS 100 TIMES
183629                                          PIC X(20).
183629     05  WS-RS-CLI-OCCP-CD                OCCURS 100 TIMES
183629                                          PIC X(03).
183629     05  WS-RS-CLI-ADDR-CD                OCCURS 100 TIMES
183629                                          PIC X(08).
183629     05  WS-RS-CLI-PSTL-CD                OCCURS 100 TIMES
183629                                          PIC X(08).
183629     05  WS-RS-CLI-ADDR-TXT               OCCURS 100 TIMES
183629                                          PIC X(72).
183629     05  WS-RS-CLI-KA-SUR-NM              OCCURS 100 TIMES
183629                                          PIC X(25).
183629     05  WS-RS-CLI-KA-GIV-NM              OCCURS 100 TIMES
183629                                          PIC X(25).
183629     05  WS-RS-POL-CLI-INSRD-CD           OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-DTH-BEN-SUR-NM             OCCURS 100 TIMES
183629                                          PIC X(25).
183629     05  WS-RS-DTH-BEN-GIV-NM             OCCURS 100 TIMES
183629                                          PIC X(25).
183629     05  WS-RS-DTH-BEN-REL-CD             OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-DTH-BEN-PCT                OCCURS 100 TIMES
183629                                          PIC X(03).
183629     05  WS-RS-PR-DTH-BEN-GIV-NM          OCCURS 100 TIMES
183629                                          PIC X(25).
183629     05  WS-RS-PR-DTH-BEN-SUR-NM          OCCURS 100 TIMES
183629                                          PIC X(25).
183629     05  WS-RS-PR-DTH-GIV-NM              OCCURS 100 TIMES
183629                                          PIC X(25).
183629     05  WS-RS-PR-DTH-BEN-REL-CD          OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-SEL-CD                     OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-PRE-UW-IND                 OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-SELF-DISC-IND              OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-BASE-CVG-IND               OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-LNB-IND                    OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-DTH-BNFY-CO-NM             OCCURS 100 TIMES
183629                                          PIC X(50).
183629     05  WS-RS-CLI-CO-NM                  OCCURS 100 TIMES
183629                                          PIC X(100).
183629     05  WS-RS-CLI-KA-CO-NM               OCCURS 100 TIMES
183629                                          PIC X(100).
183629     05  WS-RS-CLI-EARN-INCM-AMT          OCCURS 100 TIMES
183629                                          PIC S9(11)V9(02) COMP-3.
183629     05  WS-RS-OTHR-STCKR-ID              OCCURS 100 TIMES
183629                                          PIC X(11).
183629     05  WS-RS-TCB-IND                    OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-CVG-PKG-CD                 OCCURS 100 TIMES
183629                                          PIC X(03).
183629     05  WS-RS-OWN-INV-XPER-IND           OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-CLI-FIN-ASSET-CD           OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-IP-DTH-BEN-SUR-NM          OCCURS 100 TIMES
183629                                          PIC X(25).
183629     05  WS-RS-IP-DTH-BEN-GIV-NM          OCCURS 100 TIMES
183629                                          PIC X(25).
183629     05  WS-RS-IP-DTH-BNFY-CO-NM          OCCURS 100 TIMES
183629                                          PIC X(50).
183629     05  WS-RS-IP-DTH-BEN-REL-CD          OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-IP-DTH-BEN-PCT             OCCURS 100 TIMES
183629                                          PIC X(03).
183629     05  WS-RS-BNFY-ANTY-PERI-CD          OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-CLI-ADDR-KJ-TXT            OCCURS 100 TIMES
183629                                          PIC X(50).
183629     05  WS-RS-OTHR-INS-CO-BNFT-AMT       OCCURS 100 TIMES
183629                                          PIC S9(11)V9(02) COMP-3.
183629     05  WS-RS-INSRD-GUAR-IND             OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-HEALTH-STAT-IND            OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-BNFT-ENTLMT-HIST-IND       OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-ESIGN-INSRD-GUAR-IND       OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-BLOOD-TEST-IND             OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-ECG-IND                    OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-ANN-INCM-AMT-IND           OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-DLY-INCM-AMT-IND           OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-AIS-UWDECSN-CD             OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-ADD-DSCLSRE-IND            OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-RADI-JOB-IND               OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-SCV-SELCT-INFO-IND         OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-OWN-GUAR-IND               OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-MNGR-INTRVW-IND            OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-MORAL-RISK-IND             OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-ESIGN-OWN-GUAR-IND         OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-SELF-OATH-INFO-IND         OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-EDSCLSRE-IND               OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-UW-REVW-IND                OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-GRDN-MORAL-RSK-CD          OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-INTRVW-OTHR-IND            OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-MINR-UNEMPL-IND            OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-CLI-FIN-ASSET-AMT          OCCURS 100 TIMES
183629                                          PIC S9(15)V9(02) COMP-3.
427063     05  WS-RS-MAIL-CNSNT-IND             OCCURS 100 TIMES
427063                                          PIC X(01).
427063     05  WS-RS-PHON-CNSNT-IND             OCCURS 100 TIMES
427063                                          PIC X(01).
427063     05  WS-RS-EMAIL-CNSNT-IND            OCCURS 100 TIMES
427063                                          PIC X(01).
427063     05  WS-RS-AFFL-SHR-CNSNT-IND         OCCURS 100 TIMES
427063                                          PIC X(01).
427063     05  WS-RS-CNSNT-DT                   OCCURS 100 TIMES
427063                                          PIC X(10).
183629     05  WS-RS-STCKR-ID-NI                OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-POL-CLI-REL-TYP-CD-NI      OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CVG-CLI-REL-TYP-CD-NI      OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CLI-PHON-NUM-TXT-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CLI-GIV-NM-NI              OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CLI-SUR-NM-NI              OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CLI-BTH-DT-NI              OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CLI-SEX-CD-NI              OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CLI-SMKR-CD-NI             OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CLI-OCCP-CD-NI             OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CLI-ADDR-CD-NI             OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CLI-PSTL-CD-NI             OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CLI-ADDR-TXT-NI            OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CLI-KA-SUR-NM-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CLI-KA-GIV-NM-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-POL-CLI-INSRD-CD-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-DTH-BEN-SUR-NM-NI          OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-DTH-BEN-GIV-NM-NI          OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-DTH-BEN-REL-CD-NI          OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-DTH-BEN-PCT-NI             OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PR-DTH-BEN-GIV-NM-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PR-DTH-BEN-SUR-NM-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PR-DTH-GIV-NM-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PR-DTH-BEN-REL-CD-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SEL-CD-NI                  OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PRE-UW-IND-NI              OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SELF-DISC-IND-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BASE-CVG-IND-NI            OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-LNB-IND-NI                 OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-DTH-BNFY-CO-NM-NI          OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CLI-CO-NM-NI               OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CLI-KA-CO-NM-NI            OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CLI-EARN-INCM-AMT-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-OTHR-STCKR-ID-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-TCB-IND-NI                 OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CVG-PKG-CD-NI              OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-OWN-INV-XPER-IND-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CLI-FIN-ASSET-CD-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-IP-DTH-BEN-SUR-NM-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-IP-DTH-BEN-GIV-NM-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-IP-DTH-BNFY-CO-NM-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-IP-DTH-BEN-REL-CD-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-IP-DTH-BEN-PCT-NI          OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BNFY-ANTY-PERI-CD-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CLI-ADDR-KJ-TXT-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-OTHR-INS-CO-BNFT-AMT-NI    OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-INSRD-GUAR-IND-NI          OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-HEALTH-STAT-IND-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BNFT-ENTLMT-HIST-IND-NI    OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ESIGN-INSRD-GUAR-IND-NI    OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BLOOD-TEST-IND-NI          OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ECG-IND-NI                 OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ANN-INCM-AMT-IND-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-DLY-INCM-AMT-IND-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-AIS-UWDECSN-CD-NI          OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ADD-DSCLSRE-IND-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-RADI-JOB-IND-NI            OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SCV-SELCT-INFO-IND-NI      OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-OWN-GUAR-IND-NI            OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-MNGR-INTRVW-IND-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-MORAL-RISK-IND-NI          OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ESIGN-OWN-GUAR-IND-NI      OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SELF-OATH-INFO-IND-NI      OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-EDSCLSRE-IND-NI            OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-UW-REVW-IND-NI             OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-GRDN-MORAL-RSK-CD-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-INTRVW-OTHR-IND-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-MINR-UNEMPL-IND-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CLI-FIN-ASSET-AMT-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
527318*
527318* LOCK CONFLICT (DEADLOCK / TIMEOUT) RETRY CONTROL - SEE
527318* 9800-LOCK-CONFLICT.
527318*
527318 01  WS-LK-LOCK-RETRY-AREA.
527318     05  WS-LK-RETRY-CNT                  PIC S9(04) BINARY
527318                                          VALUE ZERO.
527318     05  WS-LK-WAIT-SECS                  PIC S9(09) BINARY
527318                                          VALUE ZERO.
527318     05  WS-LK-MAX-WAIT-SECS              PIC S9(09) BINARY
527318                                          VALUE +60.
527318     05  WS-LK-WAIT-FC                    PIC X(12).
527318     05  WS-LK-RETRY-SW                   PIC X(01) VALUE 'N'.
527318         88  WS-LK-RETRY-REQUEST                    VALUE 'Y'.
527318         88  WS-LK-RETRY-DONE                       VALUE 'N'.
      /
       COPY XCWWWKDT.
      /
           END-EVALUATE.


527318     IF   WUCLI-IO-ERROR
527318     AND (SQLCODE = -911 OR SQLCODE = -913)
527318          PERFORM  9800-LOCK-CONFLICT
527318              THRU 9800-LOCK-CONFLICT-X
527318          IF   WS-LK-RETRY-REQUEST
527318               GO TO 0000-MAINLINE
527318          END-IF
527318     END-IF.

527318     MOVE WS-LK-RETRY-CNT              TO  WUCLI-LOCK-RETRY-CNT.
527318     MOVE ZERO                         TO  WS-LK-RETRY-CNT.


           GOBACK.


      *************

           EXEC SQL
183629       DECLARE B1CUR_UCLI CURSOR
183629         WITH ROWSET POSITIONING FOR
             SELECT
                 APP_ID,
                 SEQ_NUM,
                 GRDN_MORAL_RSK_CD,
                 INTRVW_OTHR_IND,
                 MINR_UNEMPL_IND,
427063           CLI_FIN_ASSET_AMT,
427063           MAIL_CNSNT_IND,
427063           PHON_CNSNT_IND,
427063           EMAIL_CNSNT_IND,
427063           AFFL_SHR_CNSNT_IND,
427063           CNSNT_DT
             FROM TUCLI
             WHERE
                 APP_ID   = :WUCLI-APP-ID
                 APP_ID,
                 SEQ_NUM
             FOR FETCH ONLY
183629       OPTIMIZE FOR 100 ROWS
           END-EXEC.

183629     MOVE ZERO                         TO  WS-RS-ROW-SUB
183629                                           WS-RS-ROW-CNT.
183629     SET  WS-RS-MORE-ROWSETS           TO  TRUE.

           EXEC SQL
                OPEN B1CUR_UCLI
           END-EXEC.
      *************

           EXEC SQL
183629       DECLARE BCUR_UCLI CURSOR
183629         WITH ROWSET POSITIONING FOR
             SELECT
                 APP_ID,
                 SEQ_NUM,
                 GRDN_MORAL_RSK_CD,
                 INTRVW_OTHR_IND,
                 MINR_UNEMPL_IND,
427063           CLI_FIN_ASSET_AMT,
427063           MAIL_CNSNT_IND,
427063           PHON_CNSNT_IND,
427063           EMAIL_CNSNT_IND,
427063           AFFL_SHR_CNSNT_IND,
427063           CNSNT_DT
             FROM TUCLI
             WHERE
                 APP_ID   BETWEEN
                 APP_ID,
                 SEQ_NUM
             FOR FETCH ONLY
183629       OPTIMIZE FOR 100 ROWS
           END-EXEC.

183629     MOVE ZERO                         TO  WS-RS-ROW-SUB
183629                                           WS-RS-ROW-CNT.
183629     SET  WS-RS-MORE-ROWSETS           TO  TRUE.

           EXEC SQL
                OPEN BCUR_UCLI
           END-EXEC.
       3101-FETCH-NEXT.
      *****************

183629     SET  WS-RS-FETCH-OK               TO  TRUE.

183629     IF  WS-RS-ROW-SUB NOT < WS-RS-ROW-CNT
183629     AND NOT WS-RS-LAST-ROWSET
183629         EXEC SQL
183629           FETCH NEXT ROWSET FROM B1CUR_UCLI
183629           FOR :WS-RS-MAX-ROWS ROWS
183629           INTO
183629             :WS-RS-APP-ID,
183629             :WS-RS-SEQ-NUM,
183629             :WS-RS-STCKR-ID             :WS-RS-STCKR-ID-NI,
183629             :WS-RS-POL-CLI-REL-TYP-CD
183629                 :WS-RS-POL-CLI-REL-TYP-CD-NI,
183629             :WS-RS-CVG-CLI-REL-TYP-CD
183629                 :WS-RS-CVG-CLI-REL-TYP-CD-NI,
183629             :WS-RS-CLI-PHON-NUM-TXT :WS-RS-CLI-PHON-NUM-TXT-NI,
183629             :WS-RS-CLI-GIV-NM           :WS-RS-CLI-GIV-NM-NI,
183629             :WS-RS-CLI-SUR-NM           :WS-RS-CLI-SUR-NM-NI,
183629             :WS-RS-CLI-BTH-DT           :WS-RS-CLI-BTH-DT-NI,
183629             :WS-RS-CLI-SEX-CD           :WS-RS-CLI-SEX-CD-NI,
183629             :WS-RS-CLI-SMKR-CD          :WS-RS-CLI-SMKR-CD-NI,
183629             :WS-RS-CLI-OCCP-CD          :WS-RS-CLI-OCCP-CD-NI,
183629             :WS-RS-CLI-ADDR-CD          :WS-RS-CLI-ADDR-CD-NI,
183629             :WS-RS-CLI-PSTL-CD          :WS-RS-CLI-PSTL-CD-NI,
183629             :WS-RS-CLI-ADDR-TXT         :WS-RS-CLI-ADDR-TXT-NI,
183629             :WS-RS-CLI-KA-SUR-NM        :WS-RS-CLI-KA-SUR-NM-NI,
183629             :WS-RS-CLI-KA-GIV-NM        :WS-RS-CLI-KA-GIV-NM-NI,
183629             :WS-RS-POL-CLI-INSRD-CD :WS-RS-POL-CLI-INSRD-CD-NI,
183629             :WS-RS-DTH-BEN-SUR-NM :WS-RS-DTH-BEN-SUR-NM-NI,
183629             :WS-RS-DTH-BEN-GIV-NM :WS-RS-DTH-BEN-GIV-NM-NI,
183629             :WS-RS-DTH-BEN-REL-CD :WS-RS-DTH-BEN-REL-CD-NI,
183629             :WS-RS-DTH-BEN-PCT          :WS-RS-DTH-BEN-PCT-NI,
183629             :WS-RS-PR-DTH-BEN-GIV-NM
183629                 :WS-RS-PR-DTH-BEN-GIV-NM-NI,
183629             :WS-RS-PR-DTH-BEN-SUR-NM
183629                 :WS-RS-PR-DTH-BEN-SUR-NM-NI,
183629             :WS-RS-PR-DTH-GIV-NM        :WS-RS-PR-DTH-GIV-NM-NI,
183629             :WS-RS-PR-DTH-BEN-REL-CD
183629                 :WS-RS-PR-DTH-BEN-REL-CD-NI,
183629             :WS-RS-SEL-CD               :WS-RS-SEL-CD-NI,
183629             :WS-RS-PRE-UW-IND           :WS-RS-PRE-UW-IND-NI,
183629             :WS-RS-SELF-DISC-IND        :WS-RS-SELF-DISC-IND-NI,
183629             :WS-RS-BASE-CVG-IND         :WS-RS-BASE-CVG-IND-NI,
183629             :WS-RS-LNB-IND              :WS-RS-LNB-IND-NI,
183629             :WS-RS-DTH-BNFY-CO-NM :WS-RS-DTH-BNFY-CO-NM-NI,
183629             :WS-RS-CLI-CO-NM            :WS-RS-CLI-CO-NM-NI,
183629             :WS-RS-CLI-KA-CO-NM         :WS-RS-CLI-KA-CO-NM-NI,
183629             :WS-RS-CLI-EARN-INCM-AMT
183629                 :WS-RS-CLI-EARN-INCM-AMT-NI,
183629             :WS-RS-OTHR-STCKR-ID        :WS-RS-OTHR-STCKR-ID-NI,
183629             :WS-RS-TCB-IND              :WS-RS-TCB-IND-NI,
183629             :WS-RS-CVG-PKG-CD           :WS-RS-CVG-PKG-CD-NI,
183629             :WS-RS-OWN-INV-XPER-IND :WS-RS-OWN-INV-XPER-IND-NI,
183629             :WS-RS-CLI-FIN-ASSET-CD :WS-RS-CLI-FIN-ASSET-CD-NI,
183629             :WS-RS-IP-DTH-BEN-SUR-NM
183629                 :WS-RS-IP-DTH-BEN-SUR-NM-NI,
183629             :WS-RS-IP-DTH-BEN-GIV-NM
183629                 :WS-RS-IP-DTH-BEN-GIV-NM-NI,
183629             :WS-RS-IP-DTH-BNFY-CO-NM
183629                 :WS-RS-IP-DTH-BNFY-CO-NM-NI,
183629             :WS-RS-IP-DTH-BEN-REL-CD
183629                 :WS-RS-IP-DTH-BEN-REL-CD-NI,
183629             :WS-RS-IP-DTH-BEN-PCT :WS-RS-IP-DTH-BEN-PCT-NI,
183629             :WS-RS-BNFY-ANTY-PERI-CD
183629                 :WS-RS-BNFY-ANTY-PERI-CD-NI,
183629             :WS-RS-CLI-ADDR-KJ-TXT :WS-RS-CLI-ADDR-KJ-TXT-NI,
183629             :WS-RS-OTHR-INS-CO-BNFT-AMT
183629                 :WS-RS-OTHR-INS-CO-BNFT-AMT-NI,
183629             :WS-RS-INSRD-GUAR-IND :WS-RS-INSRD-GUAR-IND-NI,
183629             :WS-RS-HEALTH-STAT-IND :WS-RS-HEALTH-STAT-IND-NI,
183629             :WS-RS-BNFT-ENTLMT-HIST-IND
183629                 :WS-RS-BNFT-ENTLMT-HIST-IND-NI,
183629             :WS-RS-ESIGN-INSRD-GUAR-IND
183629                 :WS-RS-ESIGN-INSRD-GUAR-IND-NI,
183629             :WS-RS-BLOOD-TEST-IND :WS-RS-BLOOD-TEST-IND-NI,
183629             :WS-RS-ECG-IND              :WS-RS-ECG-IND-NI,
183629             :WS-RS-ANN-INCM-AMT-IND :WS-RS-ANN-INCM-AMT-IND-NI,
183629             :WS-RS-DLY-INCM-AMT-IND :WS-RS-DLY-INCM-AMT-IND-NI,
183629             :WS-RS-AIS-UWDECSN-CD :WS-RS-AIS-UWDECSN-CD-NI,
183629             :WS-RS-ADD-DSCLSRE-IND :WS-RS-ADD-DSCLSRE-IND-NI,
183629             :WS-RS-RADI-JOB-IND         :WS-RS-RADI-JOB-IND-NI,
183629             :WS-RS-SCV-SELCT-INFO-IND
183629                 :WS-RS-SCV-SELCT-INFO-IND-NI,
183629             :WS-RS-OWN-GUAR-IND         :WS-RS-OWN-GUAR-IND-NI,
183629             :WS-RS-MNGR-INTRVW-IND :WS-RS-MNGR-INTRVW-IND-NI,
183629             :WS-RS-MORAL-RISK-IND :WS-RS-MORAL-RISK-IND-NI,
183629             :WS-RS-ESIGN-OWN-GUAR-IND
183629                 :WS-RS-ESIGN-OWN-GUAR-IND-NI,
183629             :WS-RS-SELF-OATH-INFO-IND
183629                 :WS-RS-SELF-OATH-INFO-IND-NI,
183629             :WS-RS-EDSCLSRE-IND         :WS-RS-EDSCLSRE-IND-NI,
183629             :WS-RS-UW-REVW-IND          :WS-RS-UW-REVW-IND-NI,
183629             :WS-RS-GRDN-MORAL-RSK-CD
183629                 :WS-RS-GRDN-MORAL-RSK-CD-NI,
183629             :WS-RS-INTRVW-OTHR-IND :WS-RS-INTRVW-OTHR-IND-NI,
183629             :WS-RS-MINR-UNEMPL-IND :WS-RS-MINR-UNEMPL-IND-NI,
427063             :WS-RS-CLI-FIN-ASSET-AMT :WS-RS-CLI-FIN-ASSET-AMT-NI,
427063             :WS-RS-MAIL-CNSNT-IND,
427063             :WS-RS-PHON-CNSNT-IND,
427063             :WS-RS-EMAIL-CNSNT-IND,
427063             :WS-RS-AFFL-SHR-CNSNT-IND,
427063             :WS-RS-CNSNT-DT
183629         END-EXEC
183629         PERFORM  3800-LOAD-ROWSET
183629             THRU 3800-LOAD-ROWSET-X
183629     END-IF.

183629     IF  WS-RS-FETCH-ERROR
183629         SET  WUCLI-IO-ERROR           TO  TRUE
183629     ELSE
183629         PERFORM  3900-NEXT-ROWSET-ROW
183629             THRU 3900-NEXT-ROWSET-ROW-X
183629     END-IF.


       3101-FETCH-NEXT-X.
       310G-FETCH-NEXT.
      *****************

183629     SET  WS-RS-FETCH-OK               TO  TRUE.

183629     IF  WS-RS-ROW-SUB NOT < WS-RS-ROW-CNT
183629     AND NOT WS-RS-LAST-ROWSET
183629         EXEC SQL
183629           FETCH NEXT ROWSET FROM BCUR_UCLI
183629           FOR :WS-RS-MAX-ROWS ROWS
183629           INTO
183629             :WS-RS-APP-ID,
183629             :WS-RS-SEQ-NUM,
183629             :WS-RS-STCKR-ID             :WS-RS-STCKR-ID-NI,
183629             :WS-RS-POL-CLI-REL-TYP-CD
183629                 :WS-RS-POL-CLI-REL-TYP-CD-NI,
183629             :WS-RS-CVG-CLI-REL-TYP-CD
183629                 :WS-RS-CVG-CLI-REL-TYP-CD-NI,
183629             :WS-RS-CLI-PHON-NUM-TXT :WS-RS-CLI-PHON-NUM-TXT-NI,
183629             :WS-RS-CLI-GIV-NM           :WS-RS-CLI-GIV-NM-NI,
183629             :WS-RS-CLI-SUR-NM           :WS-RS-CLI-SUR-NM-NI,
183629             :WS-RS-CLI-BTH-DT           :WS-RS-CLI-BTH-DT-NI,
183629             :WS-RS-CLI-SEX-CD           :WS-RS-CLI-SEX-CD-NI,
183629             :WS-RS-CLI-SMKR-CD          :WS-RS-CLI-SMKR-CD-NI,
183629             :WS-RS-CLI-OCCP-CD          :WS-RS-CLI-OCCP-CD-NI,
183629             :WS-RS-CLI-ADDR-CD          :WS-RS-CLI-ADDR-CD-NI,
183629             :WS-RS-CLI-PSTL-CD          :WS-RS-CLI-PSTL-CD-NI,
183629             :WS-RS-CLI-ADDR-TXT         :WS-RS-CLI-ADDR-TXT-NI,
183629             :WS-RS-CLI-KA-SUR-NM        :WS-RS-CLI-KA-SUR-NM-NI,
183629             :WS-RS-CLI-KA-GIV-NM        :WS-RS-CLI-KA-GIV-NM-NI,
183629             :WS-RS-POL-CLI-INSRD-CD :WS-RS-POL-CLI-INSRD-CD-NI,
183629             :WS-RS-DTH-BEN-SUR-NM :WS-RS-DTH-BEN-SUR-NM-NI,
183629             :WS-RS-DTH-BEN-GIV-NM :WS-RS-DTH-BEN-GIV-NM-NI,
183629             :WS-RS-DTH-BEN-REL-CD :WS-RS-DTH-BEN-REL-CD-NI,
183629             :WS-RS-DTH-BEN-PCT          :WS-RS-DTH-BEN-PCT-NI,
183629             :WS-RS-PR-DTH-BEN-GIV-NM
183629                 :WS-RS-PR-DTH-BEN-GIV-NM-NI,
183629             :WS-RS-PR-DTH-BEN-SUR-NM
183629                 :WS-RS-PR-DTH-BEN-SUR-NM-NI,
183629             :WS-RS-PR-DTH-GIV-NM        :WS-RS-PR-DTH-GIV-NM-NI,
183629             :WS-RS-PR-DTH-BEN-REL-CD
183629                 :WS-RS-PR-DTH-BEN-REL-CD-NI,
183629             :WS-RS-SEL-CD               :WS-RS-SEL-CD-NI,
183629             :WS-RS-PRE-UW-IND           :WS-RS-PRE-UW-IND-NI,
183629             :WS-RS-SELF-DISC-IND        :WS-RS-SELF-DISC-IND-NI,
183629             :WS-RS-BASE-CVG-IND         :WS-RS-BASE-CVG-IND-NI,
183629             :WS-RS-LNB-IND              :WS-RS-LNB-IND-NI,
183629             :WS-RS-DTH-BNFY-CO-NM :WS-RS-DTH-BNFY-CO-NM-NI,
183629             :WS-RS-CLI-CO-NM            :WS-RS-CLI-CO-NM-NI,
183629             :WS-RS-CLI-KA-CO-NM         :WS-RS-CLI-KA-CO-NM-NI,
183629             :WS-RS-CLI-EARN-INCM-AMT
183629                 :WS-RS-CLI-EARN-INCM-AMT-NI,
183629             :WS-RS-OTHR-STCKR-ID        :WS-RS-OTHR-STCKR-ID-NI,
183629             :WS-RS-TCB-IND              :WS-RS-TCB-IND-NI,
183629             :WS-RS-CVG-PKG-CD           :WS-RS-CVG-PKG-CD-NI,
183629             :WS-RS-OWN-INV-XPER-IND :WS-RS-OWN-INV-XPER-IND-NI,
183629             :WS-RS-CLI-FIN-ASSET-CD :WS-RS-CLI-FIN-ASSET-CD-NI,
183629             :WS-RS-IP-DTH-BEN-SUR-NM
183629                 :WS-RS-IP-DTH-BEN-SUR-NM-NI,
183629             :WS-RS-IP-DTH-BEN-GIV-NM
183629                 :WS-RS-IP-DTH-BEN-GIV-NM-NI,
183629             :WS-RS-IP-DTH-BNFY-CO-NM
183629                 :WS-RS-IP-DTH-BNFY-CO-NM-NI,
183629             :WS-RS-IP-DTH-BEN-REL-CD
183629                 :WS-RS-IP-DTH-BEN-REL-CD-NI,
183629             :WS-RS-IP-DTH-BEN-PCT :WS-RS-IP-DTH-BEN-PCT-NI,
183629             :WS-RS-BNFY-ANTY-PERI-CD
183629                 :WS-RS-BNFY-ANTY-PERI-CD-NI,
183629             :WS-RS-CLI-ADDR-KJ-TXT :WS-RS-CLI-ADDR-KJ-TXT-NI,
183629             :WS-RS-OTHR-INS-CO-BNFT-AMT
183629                 :WS-RS-OTHR-INS-CO-BNFT-AMT-NI,
183629             :WS-RS-INSRD-GUAR-IND :WS-RS-INSRD-GUAR-IND-NI,
183629             :WS-RS-HEALTH-STAT-IND :WS-RS-HEALTH-STAT-IND-NI,
183629             :WS-RS-BNFT-ENTLMT-HIST-IND
183629                 :WS-RS-BNFT-ENTLMT-HIST-IND-NI,
183629             :WS-RS-ESIGN-INSRD-GUAR-IND
183629                 :WS-RS-ESIGN-INSRD-GUAR-IND-NI,
183629             :WS-RS-BLOOD-TEST-IND :WS-RS-BLOOD-TEST-IND-NI,
183629             :WS-RS-ECG-IND              :WS-RS-ECG-IND-NI,
183629             :WS-RS-ANN-INCM-AMT-IND :WS-RS-ANN-INCM-AMT-IND-NI,
183629             :WS-RS-DLY-INCM-AMT-IND :WS-RS-DLY-INCM-AMT-IND-NI,
183629             :WS-RS-AIS-UWDECSN-CD :WS-RS-AIS-UWDECSN-CD-NI,
183629             :WS-RS-ADD-DSCLSRE-IND :WS-RS-ADD-DSCLSRE-IND-NI,
183629             :WS-RS-RADI-JOB-IND         :WS-RS-RADI-JOB-IND-NI,
183629             :WS-RS-SCV-SELCT-INFO-IND
183629                 :WS-RS-SCV-SELCT-INFO-IND-NI,
183629             :WS-RS-OWN-GUAR-IND         :WS-RS-OWN-GUAR-IND-NI,
183629             :WS-RS-MNGR-INTRVW-IND :WS-RS-MNGR-INTRVW-IND-NI,
183629             :WS-RS-MORAL-RISK-IND :WS-RS-MORAL-RISK-IND-NI,
183629             :WS-RS-ESIGN-OWN-GUAR-IND
183629                 :WS-RS-ESIGN-OWN-GUAR-IND-NI,
183629             :WS-RS-SELF-OATH-INFO-IND
183629                 :WS-RS-SELF-OATH-INFO-IND-NI,
183629             :WS-RS-EDSCLSRE-IND         :WS-RS-EDSCLSRE-IND-NI,
183629             :WS-RS-UW-REVW-IND          :WS-RS-UW-REVW-IND-NI,
183629             :WS-RS-GRDN-MORAL-RSK-CD
183629                 :WS-RS-GRDN-MORAL-RSK-CD-NI,
183629             :WS-RS-INTRVW-OTHR-IND :WS-RS-INTRVW-OTHR-IND-NI,
183629             :WS-RS-MINR-UNEMPL-IND :WS-RS-MINR-UNEMPL-IND-NI,
427063             :WS-RS-CLI-FIN-ASSET-AMT :WS-RS-CLI-FIN-ASSET-AMT-NI,
427063             :WS-RS-MAIL-CNSNT-IND,
427063             :WS-RS-PHON-CNSNT-IND,
427063             :WS-RS-EMAIL-CNSNT-IND,
427063             :WS-RS-AFFL-SHR-CNSNT-IND,
427063             :WS-RS-CNSNT-DT
183629         END-EXEC
183629         PERFORM  3800-LOAD-ROWSET
183629             THRU 3800-LOAD-ROWSET-X
183629     END-IF.

183629     IF  WS-RS-FETCH-ERROR
183629         SET  WUCLI-IO-ERROR           TO  TRUE
183629     ELSE
183629         PERFORM  3900-NEXT-ROWSET-ROW
183629             THRU 3900-NEXT-ROWSET-ROW-X
183629     END-IF.


       310G-FETCH-NEXT-X.
           EXIT.


183629******************
183629 3800-LOAD-ROWSET.
183629******************

183629     MOVE ZERO                         TO  WS-RS-ROW-SUB
183629                                           WS-RS-ROW-CNT.

183629     EVALUATE SQLCODE

183629         WHEN ZERO
183629              MOVE SQLERRD (3)         TO  WS-RS-ROW-CNT

183629         WHEN +100
183629              SET  WS-RS-LAST-ROWSET   TO  TRUE
183629              MOVE SQLERRD (3)         TO  WS-RS-ROW-CNT

183629         WHEN OTHER
183629              SET  WS-RS-FETCH-ERROR   TO  TRUE

183629     END-EVALUATE.


183629 3800-LOAD-ROWSET-X.
183629     EXIT.


183629**********************
183629 3900-NEXT-ROWSET-ROW.
183629**********************

183629     IF  WS-RS-ROW-SUB NOT < WS-RS-ROW-CNT
183629         SET  WUCLI-IO-EOF             TO  TRUE
183629         GO TO 3900-NEXT-ROWSET-ROW-X
183629     END-IF.

183629     ADD  +1                           TO  WS-RS-ROW-SUB.

183629     MOVE LOW-VALUES                   TO  ZUCLI-NULL-INDICATORS.

183629     MOVE WS-RS-APP-ID (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-APP-ID.
183629     MOVE WS-RS-SEQ-NUM (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-SEQ-NUM.
183629     MOVE WS-RS-STCKR-ID (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-STCKR-ID.
183629     MOVE WS-RS-POL-CLI-REL-TYP-CD (WS-RS-ROW-SUB)
183629                                     TO  RUCLI-POL-CLI-REL-TYP-CD.
183629     MOVE WS-RS-CVG-CLI-REL-TYP-CD (WS-RS-ROW-SUB)
183629                                     TO  RUCLI-CVG-CLI-REL-TYP-CD.
183629     MOVE WS-RS-CLI-PHON-NUM-TXT (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-CLI-PHON-NUM-TXT.
183629     MOVE WS-RS-CLI-GIV-NM (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-CLI-GIV-NM.
183629     MOVE WS-RS-CLI-SUR-NM (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-CLI-SUR-NM.
183629     MOVE WS-RS-CLI-BTH-DT (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-CLI-BTH-DT.
183629     MOVE WS-RS-CLI-SEX-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-CLI-SEX-CD.
183629     MOVE WS-RS-CLI-SMKR-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-CLI-SMKR-CD.
183629     MOVE WS-RS-CLI-OCCP-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-CLI-OCCP-CD.
183629     MOVE WS-RS-CLI-ADDR-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-CLI-ADDR-CD.
183629     MOVE WS-RS-CLI-PSTL-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-CLI-PSTL-CD.
183629     MOVE WS-RS-CLI-ADDR-TXT (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-CLI-ADDR-TXT.
183629     MOVE WS-RS-CLI-KA-SUR-NM (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-CLI-KA-SUR-NM.
183629     MOVE WS-RS-CLI-KA-GIV-NM (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-CLI-KA-GIV-NM.
183629     MOVE WS-RS-POL-CLI-INSRD-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-POL-CLI-INSRD-CD.
183629     MOVE WS-RS-DTH-BEN-SUR-NM (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-DTH-BEN-SUR-NM.
183629     MOVE WS-RS-DTH-BEN-GIV-NM (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-DTH-BEN-GIV-NM.
183629     MOVE WS-RS-DTH-BEN-REL-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-DTH-BEN-REL-CD.
183629     MOVE WS-RS-DTH-BEN-PCT (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-DTH-BEN-PCT.
183629     MOVE WS-RS-PR-DTH-BEN-GIV-NM (WS-RS-ROW-SUB)
183629                                      TO  RUCLI-PR-DTH-BEN-GIV-NM.
183629     MOVE WS-RS-PR-DTH-BEN-SUR-NM (WS-RS-ROW-SUB)
183629                                      TO  RUCLI-PR-DTH-BEN-SUR-NM.
183629     MOVE WS-RS-PR-DTH-GIV-NM (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-PR-DTH-GIV-NM.
183629     MOVE WS-RS-PR-DTH-BEN-REL-CD (WS-RS-ROW-SUB)
183629                                      TO  RUCLI-PR-DTH-BEN-REL-CD.
183629     MOVE WS-RS-SEL-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-SEL-CD.
183629     MOVE WS-RS-PRE-UW-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-PRE-UW-IND.
183629     MOVE WS-RS-SELF-DISC-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-SELF-DISC-IND.
183629     MOVE WS-RS-BASE-CVG-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-BASE-CVG-IND.
183629     MOVE WS-RS-LNB-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-LNB-IND.
183629     MOVE WS-RS-DTH-BNFY-CO-NM (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-DTH-BNFY-CO-NM.
183629     MOVE WS-RS-CLI-CO-NM (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-CLI-CO-NM.
183629     MOVE WS-RS-CLI-KA-CO-NM (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-CLI-KA-CO-NM.
183629     MOVE WS-RS-CLI-EARN-INCM-AMT (WS-RS-ROW-SUB)
183629                                      TO  RUCLI-CLI-EARN-INCM-AMT.
183629     MOVE WS-RS-OTHR-STCKR-ID (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-OTHR-STCKR-ID.
183629     MOVE WS-RS-TCB-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-TCB-IND.
183629     MOVE WS-RS-CVG-PKG-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-CVG-PKG-CD.
183629     MOVE WS-RS-OWN-INV-XPER-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-OWN-INV-XPER-IND.
183629     MOVE WS-RS-CLI-FIN-ASSET-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-CLI-FIN-ASSET-CD.
183629     MOVE WS-RS-IP-DTH-BEN-SUR-NM (WS-RS-ROW-SUB)
183629                                      TO  RUCLI-IP-DTH-BEN-SUR-NM.
183629     MOVE WS-RS-IP-DTH-BEN-GIV-NM (WS-RS-ROW-SUB)
183629                                      TO  RUCLI-IP-DTH-BEN-GIV-NM.
183629     MOVE WS-RS-IP-DTH-BNFY-CO-NM (WS-RS-ROW-SUB)
183629                                      TO  RUCLI-IP-DTH-BNFY-CO-NM.
183629     MOVE WS-RS-IP-DTH-BEN-REL-CD (WS-RS-ROW-SUB)
183629                                      TO  RUCLI-IP-DTH-BEN-REL-CD.
183629     MOVE WS-RS-IP-DTH-BEN-PCT (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-IP-DTH-BEN-PCT.
183629     MOVE WS-RS-BNFY-ANTY-PERI-CD (WS-RS-ROW-SUB)
183629                                      TO  RUCLI-BNFY-ANTY-PERI-CD.
183629     MOVE WS-RS-CLI-ADDR-KJ-TXT (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-CLI-ADDR-KJ-TXT.
183629     MOVE WS-RS-OTHR-INS-CO-BNFT-AMT (WS-RS-ROW-SUB)
183629                                   TO  RUCLI-OTHR-INS-CO-BNFT-AMT.
183629     MOVE WS-RS-INSRD-GUAR-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-INSRD-GUAR-IND.
183629     MOVE WS-RS-HEALTH-STAT-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-HEALTH-STAT-IND.
183629     MOVE WS-RS-BNFT-ENTLMT-HIST-IND (WS-RS-ROW-SUB)
183629                                   TO  RUCLI-BNFT-ENTLMT-HIST-IND.
183629     MOVE WS-RS-ESIGN-INSRD-GUAR-IND (WS-RS-ROW-SUB)
183629                                   TO  RUCLI-ESIGN-INSRD-GUAR-IND.
183629     MOVE WS-RS-BLOOD-TEST-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-BLOOD-TEST-IND.
183629     MOVE WS-RS-ECG-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-ECG-IND.
183629     MOVE WS-RS-ANN-INCM-AMT-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-ANN-INCM-AMT-IND.
183629     MOVE WS-RS-DLY-INCM-AMT-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-DLY-INCM-AMT-IND.
183629     MOVE WS-RS-AIS-UWDECSN-CD (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-AIS-UWDECSN-CD.
183629     MOVE WS-RS-ADD-DSCLSRE-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-ADD-DSCLSRE-IND.
183629     MOVE WS-RS-RADI-JOB-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-RADI-JOB-IND.
183629     MOVE WS-RS-SCV-SELCT-INFO-IND (WS-RS-ROW-SUB)
183629                                     TO  RUCLI-SCV-SELCT-INFO-IND.
183629     MOVE WS-RS-OWN-GUAR-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-OWN-GUAR-IND.
183629     MOVE WS-RS-MNGR-INTRVW-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-MNGR-INTRVW-IND.
183629     MOVE WS-RS-MORAL-RISK-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-MORAL-RISK-IND.
183629     MOVE WS-RS-ESIGN-OWN-GUAR-IND (WS-RS-ROW-SUB)
183629                                     TO  RUCLI-ESIGN-OWN-GUAR-IND.
183629     MOVE WS-RS-SELF-OATH-INFO-IND (WS-RS-ROW-SUB)
183629                                     TO  RUCLI-SELF-OATH-INFO-IND.
183629     MOVE WS-RS-EDSCLSRE-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-EDSCLSRE-IND.
183629     MOVE WS-RS-UW-REVW-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-UW-REVW-IND.
183629     MOVE WS-RS-GRDN-MORAL-RSK-CD (WS-RS-ROW-SUB)
183629                                      TO  RUCLI-GRDN-MORAL-RSK-CD.
183629     MOVE WS-RS-INTRVW-OTHR-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-INTRVW-OTHR-IND.
183629     MOVE WS-RS-MINR-UNEMPL-IND (WS-RS-ROW-SUB)
183629                                       TO  RUCLI-MINR-UNEMPL-IND.
183629     MOVE WS-RS-CLI-FIN-ASSET-AMT (WS-RS-ROW-SUB)
183629                                      TO  RUCLI-CLI-FIN-ASSET-AMT.
427063     MOVE WS-RS-MAIL-CNSNT-IND (WS-RS-ROW-SUB)
427063                                      TO  RUCLI-MAIL-CNSNT-IND.
427063     MOVE WS-RS-PHON-CNSNT-IND (WS-RS-ROW-SUB)
427063                                      TO  RUCLI-PHON-CNSNT-IND.
427063     MOVE WS-RS-EMAIL-CNSNT-IND (WS-RS-ROW-SUB)
427063                                      TO  RUCLI-EMAIL-CNSNT-IND.
427063     MOVE WS-RS-AFFL-SHR-CNSNT-IND (WS-RS-ROW-SUB)
427063                                     TO  RUCLI-AFFL-SHR-CNSNT-IND.
427063     MOVE WS-RS-CNSNT-DT (WS-RS-ROW-SUB)
427063                                      TO  RUCLI-CNSNT-DT.
183629     MOVE WS-RS-STCKR-ID-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-STCKR-ID-NI.
183629     MOVE WS-RS-POL-CLI-REL-TYP-CD-NI (WS-RS-ROW-SUB)
183629                                  TO  ZUCLI-POL-CLI-REL-TYP-CD-NI.
183629     MOVE WS-RS-CVG-CLI-REL-TYP-CD-NI (WS-RS-ROW-SUB)
183629                                  TO  ZUCLI-CVG-CLI-REL-TYP-CD-NI.
183629     MOVE WS-RS-CLI-PHON-NUM-TXT-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUCLI-CLI-PHON-NUM-TXT-NI.
183629     MOVE WS-RS-CLI-GIV-NM-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-CLI-GIV-NM-NI.
183629     MOVE WS-RS-CLI-SUR-NM-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-CLI-SUR-NM-NI.
183629     MOVE WS-RS-CLI-BTH-DT-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-CLI-BTH-DT-NI.
183629     MOVE WS-RS-CLI-SEX-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-CLI-SEX-CD-NI.
183629     MOVE WS-RS-CLI-SMKR-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-CLI-SMKR-CD-NI.
183629     MOVE WS-RS-CLI-OCCP-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-CLI-OCCP-CD-NI.
183629     MOVE WS-RS-CLI-ADDR-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-CLI-ADDR-CD-NI.
183629     MOVE WS-RS-CLI-PSTL-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-CLI-PSTL-CD-NI.
183629     MOVE WS-RS-CLI-ADDR-TXT-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-CLI-ADDR-TXT-NI.
183629     MOVE WS-RS-CLI-KA-SUR-NM-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-CLI-KA-SUR-NM-NI.
183629     MOVE WS-RS-CLI-KA-GIV-NM-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-CLI-KA-GIV-NM-NI.
183629     MOVE WS-RS-POL-CLI-INSRD-CD-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUCLI-POL-CLI-INSRD-CD-NI.
183629     MOVE WS-RS-DTH-BEN-SUR-NM-NI (WS-RS-ROW-SUB)
183629                                      TO  ZUCLI-DTH-BEN-SUR-NM-NI.
183629     MOVE WS-RS-DTH-BEN-GIV-NM-NI (WS-RS-ROW-SUB)
183629                                      TO  ZUCLI-DTH-BEN-GIV-NM-NI.
183629     MOVE WS-RS-DTH-BEN-REL-CD-NI (WS-RS-ROW-SUB)
183629                                      TO  ZUCLI-DTH-BEN-REL-CD-NI.
183629     MOVE WS-RS-DTH-BEN-PCT-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-DTH-BEN-PCT-NI.
183629     MOVE WS-RS-PR-DTH-BEN-GIV-NM-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUCLI-PR-DTH-BEN-GIV-NM-NI.
183629     MOVE WS-RS-PR-DTH-BEN-SUR-NM-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUCLI-PR-DTH-BEN-SUR-NM-NI.
183629     MOVE WS-RS-PR-DTH-GIV-NM-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-PR-DTH-GIV-NM-NI.
183629     MOVE WS-RS-PR-DTH-BEN-REL-CD-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUCLI-PR-DTH-BEN-REL-CD-NI.
183629     MOVE WS-RS-SEL-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-SEL-CD-NI.
183629     MOVE WS-RS-PRE-UW-IND-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-PRE-UW-IND-NI.
183629     MOVE WS-RS-SELF-DISC-IND-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-SELF-DISC-IND-NI.
183629     MOVE WS-RS-BASE-CVG-IND-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-BASE-CVG-IND-NI.
183629     MOVE WS-RS-LNB-IND-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-LNB-IND-NI.
183629     MOVE WS-RS-DTH-BNFY-CO-NM-NI (WS-RS-ROW-SUB)
183629                                      TO  ZUCLI-DTH-BNFY-CO-NM-NI.
183629     MOVE WS-RS-CLI-CO-NM-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-CLI-CO-NM-NI.
183629     MOVE WS-RS-CLI-KA-CO-NM-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-CLI-KA-CO-NM-NI.
183629     MOVE WS-RS-CLI-EARN-INCM-AMT-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUCLI-CLI-EARN-INCM-AMT-NI.
183629     MOVE WS-RS-OTHR-STCKR-ID-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-OTHR-STCKR-ID-NI.
183629     MOVE WS-RS-TCB-IND-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-TCB-IND-NI.
183629     MOVE WS-RS-CVG-PKG-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-CVG-PKG-CD-NI.
183629     MOVE WS-RS-OWN-INV-XPER-IND-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUCLI-OWN-INV-XPER-IND-NI.
183629     MOVE WS-RS-CLI-FIN-ASSET-CD-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUCLI-CLI-FIN-ASSET-CD-NI.
183629     MOVE WS-RS-IP-DTH-BEN-SUR-NM-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUCLI-IP-DTH-BEN-SUR-NM-NI.
183629     MOVE WS-RS-IP-DTH-BEN-GIV-NM-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUCLI-IP-DTH-BEN-GIV-NM-NI.
183629     MOVE WS-RS-IP-DTH-BNFY-CO-NM-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUCLI-IP-DTH-BNFY-CO-NM-NI.
183629     MOVE WS-RS-IP-DTH-BEN-REL-CD-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUCLI-IP-DTH-BEN-REL-CD-NI.
183629     MOVE WS-RS-IP-DTH-BEN-PCT-NI (WS-RS-ROW-SUB)
183629                                      TO  ZUCLI-IP-DTH-BEN-PCT-NI.
183629     MOVE WS-RS-BNFY-ANTY-PERI-CD-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUCLI-BNFY-ANTY-PERI-CD-NI.
183629     MOVE WS-RS-CLI-ADDR-KJ-TXT-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUCLI-CLI-ADDR-KJ-TXT-NI.
183629     MOVE WS-RS-OTHR-INS-CO-BNFT-AMT-NI (WS-RS-ROW-SUB)
183629                                TO  ZUCLI-OTHR-INS-CO-BNFT-AMT-NI.
183629     MOVE WS-RS-INSRD-GUAR-IND-NI (WS-RS-ROW-SUB)
183629                                      TO  ZUCLI-INSRD-GUAR-IND-NI.
183629     MOVE WS-RS-HEALTH-STAT-IND-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUCLI-HEALTH-STAT-IND-NI.
183629     MOVE WS-RS-BNFT-ENTLMT-HIST-IND-NI (WS-RS-ROW-SUB)
183629                                TO  ZUCLI-BNFT-ENTLMT-HIST-IND-NI.
183629     MOVE WS-RS-ESIGN-INSRD-GUAR-IND-NI (WS-RS-ROW-SUB)
183629                                TO  ZUCLI-ESIGN-INSRD-GUAR-IND-NI.
183629     MOVE WS-RS-BLOOD-TEST-IND-NI (WS-RS-ROW-SUB)
183629                                      TO  ZUCLI-BLOOD-TEST-IND-NI.
183629     MOVE WS-RS-ECG-IND-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-ECG-IND-NI.
183629     MOVE WS-RS-ANN-INCM-AMT-IND-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUCLI-ANN-INCM-AMT-IND-NI.
183629     MOVE WS-RS-DLY-INCM-AMT-IND-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUCLI-DLY-INCM-AMT-IND-NI.
183629     MOVE WS-RS-AIS-UWDECSN-CD-NI (WS-RS-ROW-SUB)
183629                                      TO  ZUCLI-AIS-UWDECSN-CD-NI.
183629     MOVE WS-RS-ADD-DSCLSRE-IND-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUCLI-ADD-DSCLSRE-IND-NI.
183629     MOVE WS-RS-RADI-JOB-IND-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-RADI-JOB-IND-NI.
183629     MOVE WS-RS-SCV-SELCT-INFO-IND-NI (WS-RS-ROW-SUB)
183629                                  TO  ZUCLI-SCV-SELCT-INFO-IND-NI.
183629     MOVE WS-RS-OWN-GUAR-IND-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-OWN-GUAR-IND-NI.
183629     MOVE WS-RS-MNGR-INTRVW-IND-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUCLI-MNGR-INTRVW-IND-NI.
183629     MOVE WS-RS-MORAL-RISK-IND-NI (WS-RS-ROW-SUB)
183629                                      TO  ZUCLI-MORAL-RISK-IND-NI.
183629     MOVE WS-RS-ESIGN-OWN-GUAR-IND-NI (WS-RS-ROW-SUB)
183629                                  TO  ZUCLI-ESIGN-OWN-GUAR-IND-NI.
183629     MOVE WS-RS-SELF-OATH-INFO-IND-NI (WS-RS-ROW-SUB)
183629                                  TO  ZUCLI-SELF-OATH-INFO-IND-NI.
183629     MOVE WS-RS-EDSCLSRE-IND-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-EDSCLSRE-IND-NI.
183629     MOVE WS-RS-UW-REVW-IND-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUCLI-UW-REVW-IND-NI.
183629     MOVE WS-RS-GRDN-MORAL-RSK-CD-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUCLI-GRDN-MORAL-RSK-CD-NI.
183629     MOVE WS-RS-INTRVW-OTHR-IND-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUCLI-INTRVW-OTHR-IND-NI.
183629     MOVE WS-RS-MINR-UNEMPL-IND-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUCLI-MINR-UNEMPL-IND-NI.
183629     MOVE WS-RS-CLI-FIN-ASSET-AMT-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUCLI-CLI-FIN-ASSET-AMT-NI.

183629     SET  WUCLI-IO-OK                  TO  TRUE.
183629     PERFORM  UCLI-2000-SET-NULL-DFLT
183629         THRU UCLI-2000-SET-NULL-DFLT-X.
183629     MOVE RUCLI-KEY                    TO  WUCLI-KEY.


183629 3900-NEXT-ROWSET-ROW-X.
183629     EXIT.


      *********************
       4000-EXEC-CLOSE-CUR.
      *********************
      ***********************
874156     EXIT.


527318********************
527318 9800-LOCK-CONFLICT.
527318********************
527318*
527318* DB2 RETURNS -911 WHEN IT HAS ALREADY ROLLED THE UNIT OF
527318* WORK BACK TO THE LAST COMMIT POINT (DEADLOCK OR TIMEOUT
527318* VICTIM) AND -913 WHEN ONLY THIS STATEMENT FAILED AND THE
527318* UNIT OF WORK AND ITS LOCKS ARE STILL INTACT.  WITH NO
527318* RETRY LIMIT IN THE WORK AREA BOTH STAY A PLAIN IO-ERROR.
527318*
527318     SET  WS-LK-RETRY-DONE             TO  TRUE.

527318     IF   WUCLI-LOCK-RETRY-MAX NOT NUMERIC
527318     OR   WUCLI-LOCK-RETRY-MAX = ZERO
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318*
527318* ONLY THE CALLER CAN RE-DRIVE ITS WORK FROM THE LAST
527318* COMMIT POINT AFTER A ROLLBACK.
527318*
527318     IF   SQLCODE = -911
527318          SET  WUCLI-IO-ROLLED-BACK    TO  TRUE
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318     IF   WS-LK-RETRY-CNT NOT < WUCLI-LOCK-RETRY-MAX
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318*
527318* TIMEOUT - WAIT AND RE-DRIVE THE REQUEST.  THE WAIT STARTS
527318* AT THE CALLER'S LOCK-WAIT-SECS (1 SECOND WHEN NOT SET) AND
527318* DOUBLES ON EACH RETRY UP TO WS-LK-MAX-WAIT-SECS.
527318*
527318     ADD  +1                           TO  WS-LK-RETRY-CNT.

527318     IF   WUCLI-LOCK-WAIT-SECS NUMERIC
527318     AND  WUCLI-LOCK-WAIT-SECS > ZERO
527318          MOVE WUCLI-LOCK-WAIT-SECS    TO  WS-LK-WAIT-SECS
527318     ELSE
527318          MOVE +1                      TO  WS-LK-WAIT-SECS
527318     END-IF.

527318     COMPUTE WS-LK-WAIT-SECS = WS-LK-WAIT-SECS
527318                             * (2 ** (WS-LK-RETRY-CNT - 1))
527318         ON SIZE ERROR
527318            MOVE WS-LK-MAX-WAIT-SECS   TO  WS-LK-WAIT-SECS
527318     END-COMPUTE.

527318     IF   WS-LK-WAIT-SECS > WS-LK-MAX-WAIT-SECS
527318          MOVE WS-LK-MAX-WAIT-SECS     TO  WS-LK-WAIT-SECS
527318     END-IF.

527318     CALL 'CEE3DLY'  USING WS-LK-WAIT-SECS
527318                           WS-LK-WAIT-FC.

527318     SET  WS-LK-RETRY-REQUEST          TO  TRUE.


527318 9800-LOCK-CONFLICT-X.
527318     EXIT.

      *****************************************************************
      **                 END OF PROGRAM ASIBUCLI                     **
      *****************************************************************
