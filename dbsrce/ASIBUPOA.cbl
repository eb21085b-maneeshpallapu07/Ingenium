29746F**  09OCT24  CTS   NEW FIELD ADDED AS PART OF CERBERUS PROJECT **
27624C**  31JAN24  CTS   MANAGEMENT FOR POL ECERTIFICATE             **
08132P**  09AUG26   ADDED SPECIAL-NOTES/DONATE-FORM FREE-TEXT FIELDS  **
183629**  15OCT26   BROWSE CURSORS FETCH A ROWSET PER TRIP TO DB2 AND **
183629**            SERVE FETCH-NEXT REQUESTS ONE ROW AT A TIME FROM  **
183629**            THE BUFFER                                        **
527318**  15OCT26   DEADLOCK AND TIMEOUT RECOGNIZED - A TIMEOUT IS    **
527318**            RE-DRIVEN WITH A BACK-OFF AND A DEADLOCK ROLLBACK **
527318**            RETURNED AS ROLLED-BACK WHEN THE CALLER SETS A    **
527318**            LOCK RETRY LIMIT                                  **
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
183629     05  WS-RS-POL-ID                     OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-PLAN-ID                    OCCURS 100 TIMES
183629                                          PIC X(15).
183629     05  WS-RS-BASE-CVG-CD                OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-PYMT-AMT                   OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-PYMT-MODE-CD               OCCURS 100 TIMES
183629                                          PIC X(15).
183629     05  WS-RS-PYMT-TYP-CD                OCCURS 100 TIMES
183629                                          PIC X(15).
183629     05  WS-RS-BNK-ACCT-ID                OCCURS 100 TIMES
183629                                          PIC X(17).
183629     05  WS-RS-BNK-ACCT-HLDR-NM           OCCURS 100 TIMES
183629                                          PIC X(50).
183629     05  WS-RS-NAYOSE-POL-CD              OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-ACCT-HLD-TYP-CD            OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-BNK-ACCT-TYP-CD            OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-EMAIL-ADDR-CD              OCCURS 100 TIMES
183629                                          PIC X(50).
183629     05  WS-RS-APP-UPLD-DT                OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-ILLUS-CALC-DT              OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-APP-RPT-DT                 OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-LUMP-SUM-AMT               OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-CWA-RECPT-DT               OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-CWA-RECPT-NUM              OCCURS 100 TIMES
183629                                          PIC X(08).
183629     05  WS-RS-POL-ASGN-IND               OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-APP-CORCT-IND              OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-HO-CNSLT-IND               OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-PRE-ISS-CNFRM-IND          OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-POL-HLD-AGT-IND            OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-MOD-REG-PREM-AMT           OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-BNK-ID                     OCCURS 100 TIMES
183629                                          PIC X(04).
183629     05  WS-RS-BNK-BR-ID                  OCCURS 100 TIMES
183629                                          PIC X(05).
183629     05  WS-RS-BR-NUM                     OCCURS 100 TIMES
183629                                          PIC X(03).
183629     05  WS-RS-SO-NUM                     OCCURS 100 TIMES
183629                                          PIC X(03).
183629     05  WS-RS-SALES-REP-NUM              OCCURS 100 TIMES
183629                                          PIC X(06).
183629     05  WS-RS-CO-SALES-REP-NUM           OCCURS 100 TIMES
183629                                          PIC X(06).
183629     05  WS-RS-REFRL-CD                   OCCURS 100 TIMES
183629                                          PIC X(06).
183629     05  WS-RS-LBILL-GR-CD                OCCURS 100 TIMES
183629                                          PIC X(30).
183629     05  WS-RS-LBILL-CO-ID                OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-LBILL-GR-CLI-ID            OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-LBILL-GR-EMP-ID            OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-BT-BILL-DLAY-IND           OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-POL-CNVR-KEY-NUM           OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-POL-CNVR-TYP-CD            OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-PROD-APP-TYP-CD            OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-MY-KEMPO-TYP-CD            OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-SUB-CAT-CD                 OCCURS 100 TIMES
183629                                          PIC X(03).
183629     05  WS-RS-ORIG-POL-ID                OCCURS 100 TIMES
183629                                          PIC X(07).
183629     05  WS-RS-ORIG-POL-ISS-DT            OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-ORIG-POL-DUR               OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-GA-INIT-PREM-AMT           OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-GA-SUBSEQ-PREM-AMT         OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-GA-INIT-LMPSM-AMT          OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-GA-CNVR-FND-AMT            OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-AGT-XPER-CD                OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-VERIF-MTHD-CD              OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-DESGNT-ISS-DT-IND          OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-APL-REJ-IND                OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-BULK-REMIT-NUM             OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-AUTO-PREM-CHNG-IND         OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-PLAN-INIT-PMT-TYP-CD       OCCURS 100 TIMES
183629                                          PIC X(15).
183629     05  WS-RS-POL-BULK-APP-ID            OCCURS 100 TIMES
183629                                          PIC X(15).
183629     05  WS-RS-SPCL-AGT-SIGN-DT           OCCURS 100 TIMES
183629                                          PIC X(10).
183629     05  WS-RS-NON-FACE-TO-FACE-IND       OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-WIRE-XFER-VIRTUAL-NUM      OCCURS 100 TIMES
183629                                          PIC X(07).
183629     05  WS-RS-SCHD-ADV-PMT-DUR           OCCURS 100 TIMES
183629                                          PIC X(03).
183629     05  WS-RS-SNGL-PREM-AMT              OCCURS 100 TIMES
183629                                          PIC S9(13)V9(02) COMP-3.
183629     05  WS-RS-PMT-CRCY-CD                OCCURS 100 TIMES
183629                                          PIC X(02).
183629     05  WS-RS-ADDR-CNFRM-IND             OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-OVRSEAS-TRAV-IND           OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-FRGN-OWN-IND               OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-WORK-INS-CO-IND            OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-THRD-PARTY-BNFY-IND        OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-FRGN-CLI-ATCH-IND          OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-DOCS-TO-BE-SENT-IND        OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-SPCL-NOTES-IND             OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-PRELIM-UW-IND              OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-VOLNTR-APPL-IND            OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-MNGR-SPCL-NOTES-IND        OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-PHYS-SPCL-NOTES-IND        OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-DONATE-FORM-IND            OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-MULT-APPL-IND              OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-PAPR-LESS-APP-IND          OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-APPROV-NUM-IND             OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-YBA-RPT-REQIR-IND          OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-SPEC-ASSOC-CORP-IND        OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-SAL-TST-RSLT-CD            OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-SPCL-NOTE-INTNT-IND        OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-ANTY-DONAT-FORM-IND        OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-POL-PRVD-TYP-CD            OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-TRXN-CNFRM-OS-IND          OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-MTHLY-STD-PREM-AMT         OCCURS 100 TIMES
183629                                          PIC S9(11)V9(02) COMP-3.
183629     05  WS-RS-CPN-AUTO-PAYO-IND          OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-JPY-PAYO-IND               OCCURS 100 TIMES
183629                                          PIC X(01).
183629     05  WS-RS-PAYO-BNK-ID                OCCURS 100 TIMES
183629                                          PIC X(04).
183629     05  WS-RS-PAYO-BNK-BR-ID             OCCURS 100 TIMES
183629                                          PIC X(05).
183629     05  WS-RS-PAYO-BNK-ACCT-ID           OCCURS 100 TIMES
183629                                          PIC X(17).
183629     05  WS-RS-PAYO-BNK-ACCT-TYP-CD       OCCURS 100 TIMES
183629                                          PIC X(03).
183629     05  WS-RS-PAYO-BNK-ACC-HLDR-NM       OCCURS 100 TIMES
183629                                          PIC X(50).
183629     05  WS-RS-SPCL-NOTES-TXT             OCCURS 100 TIMES.
183629         49  WS-RS-SPCL-NOTES-TXT-LEN     PIC S9(04) BINARY.
183629         49  WS-RS-SPCL-NOTES-TXT-TXT     PIC X(200).
183629     05  WS-RS-MNGR-SPCL-NOTES-TXT        OCCURS 100 TIMES.
183629         49  WS-RS-MNGR-SPCL-NOTES-TXT-LEN
183629                                          PIC S9(04) BINARY.
183629         49  WS-RS-MNGR-SPCL-NOTES-TXT-TXT
183629                                          PIC X(200).
183629     05  WS-RS-PHYS-SPCL-NOTES-TXT        OCCURS 100 TIMES.
183629         49  WS-RS-PHYS-SPCL-NOTES-TXT-LEN
183629                                          PIC S9(04) BINARY.
183629         49  WS-RS-PHYS-SPCL-NOTES-TXT-TXT
183629                                          PIC X(200).
183629     05  WS-RS-DONATE-FORM-TXT            OCCURS 100 TIMES.
183629         49  WS-RS-DONATE-FORM-TXT-LEN    PIC S9(04) BINARY.
183629         49  WS-RS-DONATE-FORM-TXT-TXT    PIC X(200).
183629     05  WS-RS-POL-ID-NI                  OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PLAN-ID-NI                 OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BASE-CVG-CD-NI             OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PYMT-AMT-NI                OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PYMT-MODE-CD-NI            OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PYMT-TYP-CD-NI             OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BNK-ACCT-ID-NI             OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BNK-ACCT-HLDR-NM-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-NAYOSE-POL-CD-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ACCT-HLD-TYP-CD-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BNK-ACCT-TYP-CD-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-EMAIL-ADDR-CD-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-APP-UPLD-DT-NI             OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ILLUS-CALC-DT-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-APP-RPT-DT-NI              OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-LUMP-SUM-AMT-NI            OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CWA-RECPT-DT-NI            OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CWA-RECPT-NUM-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-POL-ASGN-IND-NI            OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-APP-CORCT-IND-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-HO-CNSLT-IND-NI            OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PRE-ISS-CNFRM-IND-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-POL-HLD-AGT-IND-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-MOD-REG-PREM-AMT-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BNK-ID-NI                  OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BNK-BR-ID-NI               OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BR-NUM-NI                  OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SO-NUM-NI                  OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SALES-REP-NUM-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CO-SALES-REP-NUM-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-REFRL-CD-NI                OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-LBILL-GR-CD-NI             OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-LBILL-CO-ID-NI             OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-LBILL-GR-CLI-ID-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-LBILL-GR-EMP-ID-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BT-BILL-DLAY-IND-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-POL-CNVR-KEY-NUM-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-POL-CNVR-TYP-CD-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PROD-APP-TYP-CD-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-MY-KEMPO-TYP-CD-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SUB-CAT-CD-NI              OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ORIG-POL-ID-NI             OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ORIG-POL-ISS-DT-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ORIG-POL-DUR-NI            OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-GA-INIT-PREM-AMT-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-GA-SUBSEQ-PREM-AMT-NI      OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-GA-INIT-LMPSM-AMT-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-GA-CNVR-FND-AMT-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-AGT-XPER-CD-NI             OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-VERIF-MTHD-CD-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-DESGNT-ISS-DT-IND-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-APL-REJ-IND-NI             OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-BULK-REMIT-NUM-NI          OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-AUTO-PREM-CHNG-IND-NI      OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PLAN-INIT-PMT-TYP-CD-NI    OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-POL-BULK-APP-ID-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SPCL-AGT-SIGN-DT-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-NON-FACE-TO-FACE-IND-NI    OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-WIRE-XFER-VIRTUAL-NUM-NI   OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SCHD-ADV-PMT-DUR-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SNGL-PREM-AMT-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PMT-CRCY-CD-NI             OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ADDR-CNFRM-IND-NI          OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-OVRSEAS-TRAV-IND-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-FRGN-OWN-IND-NI            OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-WORK-INS-CO-IND-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-THRD-PARTY-BNFY-IND-NI     OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-FRGN-CLI-ATCH-IND-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-DOCS-TO-BE-SENT-IND-NI     OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SPCL-NOTES-IND-NI          OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PRELIM-UW-IND-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-VOLNTR-APPL-IND-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-MNGR-SPCL-NOTES-IND-NI     OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PHYS-SPCL-NOTES-IND-NI     OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-DONATE-FORM-IND-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-MULT-APPL-IND-NI           OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PAPR-LESS-APP-IND-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-APPROV-NUM-IND-NI          OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-YBA-RPT-REQIR-IND-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SPEC-ASSOC-CORP-IND-NI     OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SAL-TST-RSLT-CD-NI         OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SPCL-NOTE-INTNT-IND-NI     OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-ANTY-DONAT-FORM-IND-NI     OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-TRXN-CNFRM-OS-IND-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-MTHLY-STD-PREM-AMT-NI      OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-CPN-AUTO-PAYO-IND-NI       OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-JPY-PAYO-IND-NI            OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PAYO-BNK-ID-NI             OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PAYO-BNK-BR-ID-NI          OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PAYO-BNK-ACCT-ID-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PAYO-ACCT-TYP-CD-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PAYO-ACC-HLDR-NM-NI        OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-SPCL-NOTES-TXT-NI          OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-MNGR-SPCL-NOTES-TXT-NI     OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-PHYS-SPCL-NOTES-TXT-NI     OCCURS 100 TIMES
183629                                          PIC S9(04) BINARY.
183629     05  WS-RS-DONATE-FORM-TXT-NI         OCCURS 100 TIMES
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


527318     IF   WUPOA-IO-ERROR
527318     AND (SQLCODE = -911 OR SQLCODE = -913)
527318          PERFORM  9800-LOCK-CONFLICT
527318              THRU 9800-LOCK-CONFLICT-X
527318          IF   WS-LK-RETRY-REQUEST
527318               GO TO 0000-MAINLINE
527318          END-IF
527318     END-IF.

527318     MOVE WS-LK-RETRY-CNT              TO  WUPOA-LOCK-RETRY-CNT.
527318     MOVE ZERO                         TO  WS-LK-RETRY-CNT.


           GOBACK.


      *************

           EXEC SQL
183629       DECLARE BCUR_UPOA CURSOR
183629         WITH ROWSET POSITIONING FOR
             SELECT
                 APP_ID,
                 POL_ID,
             ORDER BY
                 APP_UPLD_DT
             FOR FETCH ONLY
183629       OPTIMIZE FOR 100 ROWS
           END-EXEC.

183629     MOVE ZERO                         TO  WS-RS-ROW-SUB
183629                                           WS-RS-ROW-CNT.
183629     SET  WS-RS-MORE-ROWSETS           TO  TRUE.

           EXEC SQL
                OPEN BCUR_UPOA
           END-EXEC.
       310G-FETCH-NEXT.
      *****************

183629     SET  WS-RS-FETCH-OK               TO  TRUE.

183629     IF  WS-RS-ROW-SUB NOT < WS-RS-ROW-CNT
183629     AND NOT WS-RS-LAST-ROWSET
183629         EXEC SQL
183629           FETCH NEXT ROWSET FROM BCUR_UPOA
183629           FOR :WS-RS-MAX-ROWS ROWS
183629           INTO
183629             :WS-RS-APP-ID,
183629             :WS-RS-POL-ID                :WS-RS-POL-ID-NI,
183629             :WS-RS-PLAN-ID               :WS-RS-PLAN-ID-NI,
183629             :WS-RS-BASE-CVG-CD           :WS-RS-BASE-CVG-CD-NI,
183629             :WS-RS-PYMT-AMT              :WS-RS-PYMT-AMT-NI,
183629             :WS-RS-PYMT-MODE-CD          :WS-RS-PYMT-MODE-CD-NI,
183629             :WS-RS-PYMT-TYP-CD           :WS-RS-PYMT-TYP-CD-NI,
183629             :WS-RS-BNK-ACCT-ID           :WS-RS-BNK-ACCT-ID-NI,
183629             :WS-RS-BNK-ACCT-HLDR-NM :WS-RS-BNK-ACCT-HLDR-NM-NI,
183629             :WS-RS-NAYOSE-POL-CD :WS-RS-NAYOSE-POL-CD-NI,
183629             :WS-RS-ACCT-HLD-TYP-CD :WS-RS-ACCT-HLD-TYP-CD-NI,
183629             :WS-RS-BNK-ACCT-TYP-CD :WS-RS-BNK-ACCT-TYP-CD-NI,
183629             :WS-RS-EMAIL-ADDR-CD :WS-RS-EMAIL-ADDR-CD-NI,
183629             :WS-RS-APP-UPLD-DT           :WS-RS-APP-UPLD-DT-NI,
183629             :WS-RS-ILLUS-CALC-DT :WS-RS-ILLUS-CALC-DT-NI,
183629             :WS-RS-APP-RPT-DT            :WS-RS-APP-RPT-DT-NI,
183629             :WS-RS-LUMP-SUM-AMT          :WS-RS-LUMP-SUM-AMT-NI,
183629             :WS-RS-CWA-RECPT-DT          :WS-RS-CWA-RECPT-DT-NI,
183629             :WS-RS-CWA-RECPT-NUM :WS-RS-CWA-RECPT-NUM-NI,
183629             :WS-RS-POL-ASGN-IND          :WS-RS-POL-ASGN-IND-NI,
183629             :WS-RS-APP-CORCT-IND :WS-RS-APP-CORCT-IND-NI,
183629             :WS-RS-HO-CNSLT-IND          :WS-RS-HO-CNSLT-IND-NI,
183629             :WS-RS-PRE-ISS-CNFRM-IND
183629                 :WS-RS-PRE-ISS-CNFRM-IND-NI,
183629             :WS-RS-POL-HLD-AGT-IND :WS-RS-POL-HLD-AGT-IND-NI,
183629             :WS-RS-MOD-REG-PREM-AMT :WS-RS-MOD-REG-PREM-AMT-NI,
183629             :WS-RS-BNK-ID                :WS-RS-BNK-ID-NI,
183629             :WS-RS-BNK-BR-ID             :WS-RS-BNK-BR-ID-NI,
183629             :WS-RS-BR-NUM                :WS-RS-BR-NUM-NI,
183629             :WS-RS-SO-NUM                :WS-RS-SO-NUM-NI,
183629             :WS-RS-SALES-REP-NUM :WS-RS-SALES-REP-NUM-NI,
183629             :WS-RS-CO-SALES-REP-NUM :WS-RS-CO-SALES-REP-NUM-NI,
183629             :WS-RS-REFRL-CD              :WS-RS-REFRL-CD-NI,
183629             :WS-RS-LBILL-GR-CD           :WS-RS-LBILL-GR-CD-NI,
183629             :WS-RS-LBILL-CO-ID           :WS-RS-LBILL-CO-ID-NI,
183629             :WS-RS-LBILL-GR-CLI-ID :WS-RS-LBILL-GR-CLI-ID-NI,
183629             :WS-RS-LBILL-GR-EMP-ID :WS-RS-LBILL-GR-EMP-ID-NI,
183629             :WS-RS-BT-BILL-DLAY-IND :WS-RS-BT-BILL-DLAY-IND-NI,
183629             :WS-RS-POL-CNVR-KEY-NUM :WS-RS-POL-CNVR-KEY-NUM-NI,
183629             :WS-RS-POL-CNVR-TYP-CD :WS-RS-POL-CNVR-TYP-CD-NI,
183629             :WS-RS-PROD-APP-TYP-CD :WS-RS-PROD-APP-TYP-CD-NI,
183629             :WS-RS-MY-KEMPO-TYP-CD :WS-RS-MY-KEMPO-TYP-CD-NI,
183629             :WS-RS-SUB-CAT-CD            :WS-RS-SUB-CAT-CD-NI,
183629             :WS-RS-ORIG-POL-ID           :WS-RS-ORIG-POL-ID-NI,
183629             :WS-RS-ORIG-POL-ISS-DT :WS-RS-ORIG-POL-ISS-DT-NI,
183629             :WS-RS-ORIG-POL-DUR          :WS-RS-ORIG-POL-DUR-NI,
183629             :WS-RS-GA-INIT-PREM-AMT :WS-RS-GA-INIT-PREM-AMT-NI,
183629             :WS-RS-GA-SUBSEQ-PREM-AMT
183629                 :WS-RS-GA-SUBSEQ-PREM-AMT-NI,
183629             :WS-RS-GA-INIT-LMPSM-AMT
183629                 :WS-RS-GA-INIT-LMPSM-AMT-NI,
183629             :WS-RS-GA-CNVR-FND-AMT :WS-RS-GA-CNVR-FND-AMT-NI,
183629             :WS-RS-AGT-XPER-CD           :WS-RS-AGT-XPER-CD-NI,
183629             :WS-RS-VERIF-MTHD-CD :WS-RS-VERIF-MTHD-CD-NI,
183629             :WS-RS-DESGNT-ISS-DT-IND
183629                 :WS-RS-DESGNT-ISS-DT-IND-NI,
183629             :WS-RS-APL-REJ-IND           :WS-RS-APL-REJ-IND-NI,
183629             :WS-RS-BULK-REMIT-NUM :WS-RS-BULK-REMIT-NUM-NI,
183629             :WS-RS-AUTO-PREM-CHNG-IND
183629                 :WS-RS-AUTO-PREM-CHNG-IND-NI,
183629             :WS-RS-PLAN-INIT-PMT-TYP-CD
183629                 :WS-RS-PLAN-INIT-PMT-TYP-CD-NI,
183629             :WS-RS-POL-BULK-APP-ID :WS-RS-POL-BULK-APP-ID-NI,
183629             :WS-RS-SPCL-AGT-SIGN-DT :WS-RS-SPCL-AGT-SIGN-DT-NI,
183629             :WS-RS-NON-FACE-TO-FACE-IND
183629                 :WS-RS-NON-FACE-TO-FACE-IND-NI,
183629             :WS-RS-WIRE-XFER-VIRTUAL-NUM
183629                 :WS-RS-WIRE-XFER-VIRTUAL-NUM-NI,
183629             :WS-RS-SCHD-ADV-PMT-DUR :WS-RS-SCHD-ADV-PMT-DUR-NI,
183629             :WS-RS-SNGL-PREM-AMT :WS-RS-SNGL-PREM-AMT-NI,
183629             :WS-RS-PMT-CRCY-CD           :WS-RS-PMT-CRCY-CD-NI,
183629             :WS-RS-ADDR-CNFRM-IND :WS-RS-ADDR-CNFRM-IND-NI,
183629             :WS-RS-OVRSEAS-TRAV-IND :WS-RS-OVRSEAS-TRAV-IND-NI,
183629             :WS-RS-FRGN-OWN-IND          :WS-RS-FRGN-OWN-IND-NI,
183629             :WS-RS-WORK-INS-CO-IND :WS-RS-WORK-INS-CO-IND-NI,
183629             :WS-RS-THRD-PARTY-BNFY-IND
183629                 :WS-RS-THRD-PARTY-BNFY-IND-NI,
183629             :WS-RS-FRGN-CLI-ATCH-IND
183629                 :WS-RS-FRGN-CLI-ATCH-IND-NI,
183629             :WS-RS-DOCS-TO-BE-SENT-IND
183629                 :WS-RS-DOCS-TO-BE-SENT-IND-NI,
183629             :WS-RS-SPCL-NOTES-IND :WS-RS-SPCL-NOTES-IND-NI,
183629             :WS-RS-PRELIM-UW-IND :WS-RS-PRELIM-UW-IND-NI,
183629             :WS-RS-VOLNTR-APPL-IND :WS-RS-VOLNTR-APPL-IND-NI,
183629             :WS-RS-MNGR-SPCL-NOTES-IND
183629                 :WS-RS-MNGR-SPCL-NOTES-IND-NI,
183629             :WS-RS-PHYS-SPCL-NOTES-IND
183629                 :WS-RS-PHYS-SPCL-NOTES-IND-NI,
183629             :WS-RS-DONATE-FORM-IND :WS-RS-DONATE-FORM-IND-NI,
183629             :WS-RS-MULT-APPL-IND :WS-RS-MULT-APPL-IND-NI,
183629             :WS-RS-PAPR-LESS-APP-IND
183629                 :WS-RS-PAPR-LESS-APP-IND-NI,
183629             :WS-RS-APPROV-NUM-IND :WS-RS-APPROV-NUM-IND-NI,
183629             :WS-RS-YBA-RPT-REQIR-IND
183629                 :WS-RS-YBA-RPT-REQIR-IND-NI,
183629             :WS-RS-SPEC-ASSOC-CORP-IND
183629                 :WS-RS-SPEC-ASSOC-CORP-IND-NI,
183629             :WS-RS-SAL-TST-RSLT-CD :WS-RS-SAL-TST-RSLT-CD-NI,
183629             :WS-RS-SPCL-NOTE-INTNT-IND
183629                 :WS-RS-SPCL-NOTE-INTNT-IND-NI,
183629             :WS-RS-ANTY-DONAT-FORM-IND
183629                 :WS-RS-ANTY-DONAT-FORM-IND-NI,
183629             :WS-RS-POL-PRVD-TYP-CD,
183629             :WS-RS-TRXN-CNFRM-OS-IND
183629                 :WS-RS-TRXN-CNFRM-OS-IND-NI,
183629             :WS-RS-MTHLY-STD-PREM-AMT
183629                 :WS-RS-MTHLY-STD-PREM-AMT-NI,
183629             :WS-RS-CPN-AUTO-PAYO-IND
183629                 :WS-RS-CPN-AUTO-PAYO-IND-NI,
183629             :WS-RS-JPY-PAYO-IND          :WS-RS-JPY-PAYO-IND-NI,
183629             :WS-RS-PAYO-BNK-ID           :WS-RS-PAYO-BNK-ID-NI,
183629             :WS-RS-PAYO-BNK-BR-ID :WS-RS-PAYO-BNK-BR-ID-NI,
183629             :WS-RS-PAYO-BNK-ACCT-ID :WS-RS-PAYO-BNK-ACCT-ID-NI,
183629             :WS-RS-PAYO-BNK-ACCT-TYP-CD
183629                 :WS-RS-PAYO-ACCT-TYP-CD-NI,
183629             :WS-RS-PAYO-BNK-ACC-HLDR-NM
183629                 :WS-RS-PAYO-ACC-HLDR-NM-NI,
183629             :WS-RS-SPCL-NOTES-TXT :WS-RS-SPCL-NOTES-TXT-NI,
183629             :WS-RS-MNGR-SPCL-NOTES-TXT
183629                 :WS-RS-MNGR-SPCL-NOTES-TXT-NI,
183629             :WS-RS-PHYS-SPCL-NOTES-TXT
183629                 :WS-RS-PHYS-SPCL-NOTES-TXT-NI,
183629             :WS-RS-DONATE-FORM-TXT :WS-RS-DONATE-FORM-TXT-NI
183629         END-EXEC
183629         PERFORM  3800-LOAD-ROWSET
183629             THRU 3800-LOAD-ROWSET-X
183629     END-IF.

183629     IF  WS-RS-FETCH-ERROR
183629         SET  WUPOA-IO-ERROR           TO  TRUE
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
183629         SET  WUPOA-IO-EOF             TO  TRUE
183629         GO TO 3900-NEXT-ROWSET-ROW-X
183629     END-IF.

183629     ADD  +1                           TO  WS-RS-ROW-SUB.

183629     MOVE LOW-VALUES                   TO  ZUPOL-NULL-INDICATORS.

183629     MOVE WS-RS-APP-ID (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-APP-ID.
183629     MOVE WS-RS-POL-ID (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-POL-ID.
183629     MOVE WS-RS-PLAN-ID (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-PLAN-ID.
183629     MOVE WS-RS-BASE-CVG-CD (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-BASE-CVG-CD.
183629     MOVE WS-RS-PYMT-AMT (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-PYMT-AMT.
183629     MOVE WS-RS-PYMT-MODE-CD (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-PYMT-MODE-CD.
183629     MOVE WS-RS-PYMT-TYP-CD (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-PYMT-TYP-CD.
183629     MOVE WS-RS-BNK-ACCT-ID (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-BNK-ACCT-ID.
183629     MOVE WS-RS-BNK-ACCT-HLDR-NM (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-BNK-ACCT-HLDR-NM.
183629     MOVE WS-RS-NAYOSE-POL-CD (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-NAYOSE-POL-CD.
183629     MOVE WS-RS-ACCT-HLD-TYP-CD (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-ACCT-HLD-TYP-CD.
183629     MOVE WS-RS-BNK-ACCT-TYP-CD (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-BNK-ACCT-TYP-CD.
183629     MOVE WS-RS-EMAIL-ADDR-CD (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-EMAIL-ADDR-CD.
183629     MOVE WS-RS-APP-UPLD-DT (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-APP-UPLD-DT.
183629     MOVE WS-RS-ILLUS-CALC-DT (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-ILLUS-CALC-DT.
183629     MOVE WS-RS-APP-RPT-DT (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-APP-RPT-DT.
183629     MOVE WS-RS-LUMP-SUM-AMT (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-LUMP-SUM-AMT.
183629     MOVE WS-RS-CWA-RECPT-DT (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-CWA-RECPT-DT.
183629     MOVE WS-RS-CWA-RECPT-NUM (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-CWA-RECPT-NUM.
183629     MOVE WS-RS-POL-ASGN-IND (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-POL-ASGN-IND.
183629     MOVE WS-RS-APP-CORCT-IND (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-APP-CORCT-IND.
183629     MOVE WS-RS-HO-CNSLT-IND (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-HO-CNSLT-IND.
183629     MOVE WS-RS-PRE-ISS-CNFRM-IND (WS-RS-ROW-SUB)
183629                                      TO  RUPOL-PRE-ISS-CNFRM-IND.
183629     MOVE WS-RS-POL-HLD-AGT-IND (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-POL-HLD-AGT-IND.
183629     MOVE WS-RS-MOD-REG-PREM-AMT (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-MOD-REG-PREM-AMT.
183629     MOVE WS-RS-BNK-ID (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-BNK-ID.
183629     MOVE WS-RS-BNK-BR-ID (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-BNK-BR-ID.
183629     MOVE WS-RS-BR-NUM (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-BR-NUM.
183629     MOVE WS-RS-SO-NUM (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-SO-NUM.
183629     MOVE WS-RS-SALES-REP-NUM (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-SALES-REP-NUM.
183629     MOVE WS-RS-CO-SALES-REP-NUM (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-CO-SALES-REP-NUM.
183629     MOVE WS-RS-REFRL-CD (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-REFRL-CD.
183629     MOVE WS-RS-LBILL-GR-CD (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-LBILL-GR-CD.
183629     MOVE WS-RS-LBILL-CO-ID (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-LBILL-CO-ID.
183629     MOVE WS-RS-LBILL-GR-CLI-ID (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-LBILL-GR-CLI-ID.
183629     MOVE WS-RS-LBILL-GR-EMP-ID (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-LBILL-GR-EMP-ID.
183629     MOVE WS-RS-BT-BILL-DLAY-IND (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-BT-BILL-DLAY-IND.
183629     MOVE WS-RS-POL-CNVR-KEY-NUM (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-POL-CNVR-KEY-NUM.
183629     MOVE WS-RS-POL-CNVR-TYP-CD (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-POL-CNVR-TYP-CD.
183629     MOVE WS-RS-PROD-APP-TYP-CD (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-PROD-APP-TYP-CD.
183629     MOVE WS-RS-MY-KEMPO-TYP-CD (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-MY-KEMPO-TYP-CD.
183629     MOVE WS-RS-SUB-CAT-CD (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-SUB-CAT-CD.
183629     MOVE WS-RS-ORIG-POL-ID (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-ORIG-POL-ID.
183629     MOVE WS-RS-ORIG-POL-ISS-DT (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-ORIG-POL-ISS-DT.
183629     MOVE WS-RS-ORIG-POL-DUR (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-ORIG-POL-DUR.
183629     MOVE WS-RS-GA-INIT-PREM-AMT (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-GA-INIT-PREM-AMT.
183629     MOVE WS-RS-GA-SUBSEQ-PREM-AMT (WS-RS-ROW-SUB)
183629                                     TO  RUPOL-GA-SUBSEQ-PREM-AMT.
183629     MOVE WS-RS-GA-INIT-LMPSM-AMT (WS-RS-ROW-SUB)
183629                                      TO  RUPOL-GA-INIT-LMPSM-AMT.
183629     MOVE WS-RS-GA-CNVR-FND-AMT (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-GA-CNVR-FND-AMT.
183629     MOVE WS-RS-AGT-XPER-CD (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-AGT-XPER-CD.
183629     MOVE WS-RS-VERIF-MTHD-CD (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-VERIF-MTHD-CD.
183629     MOVE WS-RS-DESGNT-ISS-DT-IND (WS-RS-ROW-SUB)
183629                                      TO  RUPOL-DESGNT-ISS-DT-IND.
183629     MOVE WS-RS-APL-REJ-IND (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-APL-REJ-IND.
183629     MOVE WS-RS-BULK-REMIT-NUM (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-BULK-REMIT-NUM.
183629     MOVE WS-RS-AUTO-PREM-CHNG-IND (WS-RS-ROW-SUB)
183629                                     TO  RUPOL-AUTO-PREM-CHNG-IND.
183629     MOVE WS-RS-PLAN-INIT-PMT-TYP-CD (WS-RS-ROW-SUB)
183629                                   TO  RUPOL-PLAN-INIT-PMT-TYP-CD.
183629     MOVE WS-RS-POL-BULK-APP-ID (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-POL-BULK-APP-ID.
183629     MOVE WS-RS-SPCL-AGT-SIGN-DT (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-SPCL-AGT-SIGN-DT.
183629     MOVE WS-RS-NON-FACE-TO-FACE-IND (WS-RS-ROW-SUB)
183629                                   TO  RUPOL-NON-FACE-TO-FACE-IND.
183629     MOVE WS-RS-WIRE-XFER-VIRTUAL-NUM (WS-RS-ROW-SUB)
183629                                  TO  RUPOL-WIRE-XFER-VIRTUAL-NUM.
183629     MOVE WS-RS-SCHD-ADV-PMT-DUR (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-SCHD-ADV-PMT-DUR.
183629     MOVE WS-RS-SNGL-PREM-AMT (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-SNGL-PREM-AMT.
183629     MOVE WS-RS-PMT-CRCY-CD (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-PMT-CRCY-CD.
183629     MOVE WS-RS-ADDR-CNFRM-IND (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-ADDR-CNFRM-IND.
183629     MOVE WS-RS-OVRSEAS-TRAV-IND (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-OVRSEAS-TRAV-IND.
183629     MOVE WS-RS-FRGN-OWN-IND (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-FRGN-OWN-IND.
183629     MOVE WS-RS-WORK-INS-CO-IND (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-WORK-INS-CO-IND.
183629     MOVE WS-RS-THRD-PARTY-BNFY-IND (WS-RS-ROW-SUB)
183629                                    TO  RUPOL-THRD-PARTY-BNFY-IND.
183629     MOVE WS-RS-FRGN-CLI-ATCH-IND (WS-RS-ROW-SUB)
183629                                      TO  RUPOL-FRGN-CLI-ATCH-IND.
183629     MOVE WS-RS-DOCS-TO-BE-SENT-IND (WS-RS-ROW-SUB)
183629                                    TO  RUPOL-DOCS-TO-BE-SENT-IND.
183629     MOVE WS-RS-SPCL-NOTES-IND (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-SPCL-NOTES-IND.
183629     MOVE WS-RS-PRELIM-UW-IND (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-PRELIM-UW-IND.
183629     MOVE WS-RS-VOLNTR-APPL-IND (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-VOLNTR-APPL-IND.
183629     MOVE WS-RS-MNGR-SPCL-NOTES-IND (WS-RS-ROW-SUB)
183629                                    TO  RUPOL-MNGR-SPCL-NOTES-IND.
183629     MOVE WS-RS-PHYS-SPCL-NOTES-IND (WS-RS-ROW-SUB)
183629                                    TO  RUPOL-PHYS-SPCL-NOTES-IND.
183629     MOVE WS-RS-DONATE-FORM-IND (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-DONATE-FORM-IND.
183629     MOVE WS-RS-MULT-APPL-IND (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-MULT-APPL-IND.
183629     MOVE WS-RS-PAPR-LESS-APP-IND (WS-RS-ROW-SUB)
183629                                      TO  RUPOL-PAPR-LESS-APP-IND.
183629     MOVE WS-RS-APPROV-NUM-IND (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-APPROV-NUM-IND.
183629     MOVE WS-RS-YBA-RPT-REQIR-IND (WS-RS-ROW-SUB)
183629                                      TO  RUPOL-YBA-RPT-REQIR-IND.
183629     MOVE WS-RS-SPEC-ASSOC-CORP-IND (WS-RS-ROW-SUB)
183629                                    TO  RUPOL-SPEC-ASSOC-CORP-IND.
183629     MOVE WS-RS-SAL-TST-RSLT-CD (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-SAL-TST-RSLT-CD.
183629     MOVE WS-RS-SPCL-NOTE-INTNT-IND (WS-RS-ROW-SUB)
183629                                    TO  RUPOL-SPCL-NOTE-INTNT-IND.
183629     MOVE WS-RS-ANTY-DONAT-FORM-IND (WS-RS-ROW-SUB)
183629                                    TO  RUPOL-ANTY-DONAT-FORM-IND.
183629     MOVE WS-RS-POL-PRVD-TYP-CD (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-POL-PRVD-TYP-CD.
183629     MOVE WS-RS-TRXN-CNFRM-OS-IND (WS-RS-ROW-SUB)
183629                                      TO  RUPOL-TRXN-CNFRM-OS-IND.
183629     MOVE WS-RS-MTHLY-STD-PREM-AMT (WS-RS-ROW-SUB)
183629                                     TO  RUPOL-MTHLY-STD-PREM-AMT.
183629     MOVE WS-RS-CPN-AUTO-PAYO-IND (WS-RS-ROW-SUB)
183629                                      TO  RUPOL-CPN-AUTO-PAYO-IND.
183629     MOVE WS-RS-JPY-PAYO-IND (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-JPY-PAYO-IND.
183629     MOVE WS-RS-PAYO-BNK-ID (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-PAYO-BNK-ID.
183629     MOVE WS-RS-PAYO-BNK-BR-ID (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-PAYO-BNK-BR-ID.
183629     MOVE WS-RS-PAYO-BNK-ACCT-ID (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-PAYO-BNK-ACCT-ID.
183629     MOVE WS-RS-PAYO-BNK-ACCT-TYP-CD (WS-RS-ROW-SUB)
183629                                   TO  RUPOL-PAYO-BNK-ACCT-TYP-CD.
183629     MOVE WS-RS-PAYO-BNK-ACC-HLDR-NM (WS-RS-ROW-SUB)
183629                                   TO  RUPOL-PAYO-BNK-ACC-HLDR-NM.
183629     MOVE WS-RS-SPCL-NOTES-TXT (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-SPCL-NOTES-TXT.
183629     MOVE WS-RS-MNGR-SPCL-NOTES-TXT (WS-RS-ROW-SUB)
183629                                    TO  RUPOL-MNGR-SPCL-NOTES-TXT.
183629     MOVE WS-RS-PHYS-SPCL-NOTES-TXT (WS-RS-ROW-SUB)
183629                                    TO  RUPOL-PHYS-SPCL-NOTES-TXT.
183629     MOVE WS-RS-DONATE-FORM-TXT (WS-RS-ROW-SUB)
183629                                       TO  RUPOL-DONATE-FORM-TXT.
183629     MOVE WS-RS-POL-ID-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-POL-ID-NI.
183629     MOVE WS-RS-PLAN-ID-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-PLAN-ID-NI.
183629     MOVE WS-RS-BASE-CVG-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-BASE-CVG-CD-NI.
183629     MOVE WS-RS-PYMT-AMT-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-PYMT-AMT-NI.
183629     MOVE WS-RS-PYMT-MODE-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-PYMT-MODE-CD-NI.
183629     MOVE WS-RS-PYMT-TYP-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-PYMT-TYP-CD-NI.
183629     MOVE WS-RS-BNK-ACCT-ID-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-BNK-ACCT-ID-NI.
183629     MOVE WS-RS-BNK-ACCT-HLDR-NM-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUPOL-BNK-ACCT-HLDR-NM-NI.
183629     MOVE WS-RS-NAYOSE-POL-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-NAYOSE-POL-CD-NI.
183629     MOVE WS-RS-ACCT-HLD-TYP-CD-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUPOL-ACCT-HLD-TYP-CD-NI.
183629     MOVE WS-RS-BNK-ACCT-TYP-CD-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUPOL-BNK-ACCT-TYP-CD-NI.
183629     MOVE WS-RS-EMAIL-ADDR-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-EMAIL-ADDR-CD-NI.
183629     MOVE WS-RS-APP-UPLD-DT-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-APP-UPLD-DT-NI.
183629     MOVE WS-RS-ILLUS-CALC-DT-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-ILLUS-CALC-DT-NI.
183629     MOVE WS-RS-APP-RPT-DT-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-APP-RPT-DT-NI.
183629     MOVE WS-RS-LUMP-SUM-AMT-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-LUMP-SUM-AMT-NI.
183629     MOVE WS-RS-CWA-RECPT-DT-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-CWA-RECPT-DT-NI.
183629     MOVE WS-RS-CWA-RECPT-NUM-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-CWA-RECPT-NUM-NI.
183629     MOVE WS-RS-POL-ASGN-IND-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-POL-ASGN-IND-NI.
183629     MOVE WS-RS-APP-CORCT-IND-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-APP-CORCT-IND-NI.
183629     MOVE WS-RS-HO-CNSLT-IND-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-HO-CNSLT-IND-NI.
183629     MOVE WS-RS-PRE-ISS-CNFRM-IND-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUPOL-PRE-ISS-CNFRM-IND-NI.
183629     MOVE WS-RS-POL-HLD-AGT-IND-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUPOL-POL-HLD-AGT-IND-NI.
183629     MOVE WS-RS-MOD-REG-PREM-AMT-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUPOL-MOD-REG-PREM-AMT-NI.
183629     MOVE WS-RS-BNK-ID-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-BNK-ID-NI.
183629     MOVE WS-RS-BNK-BR-ID-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-BNK-BR-ID-NI.
183629     MOVE WS-RS-BR-NUM-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-BR-NUM-NI.
183629     MOVE WS-RS-SO-NUM-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-SO-NUM-NI.
183629     MOVE WS-RS-SALES-REP-NUM-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-SALES-REP-NUM-NI.
183629     MOVE WS-RS-CO-SALES-REP-NUM-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUPOL-CO-SALES-REP-NUM-NI.
183629     MOVE WS-RS-REFRL-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-REFRL-CD-NI.
183629     MOVE WS-RS-LBILL-GR-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-LBILL-GR-CD-NI.
183629     MOVE WS-RS-LBILL-CO-ID-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-LBILL-CO-ID-NI.
183629     MOVE WS-RS-LBILL-GR-CLI-ID-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUPOL-LBILL-GR-CLI-ID-NI.
183629     MOVE WS-RS-LBILL-GR-EMP-ID-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUPOL-LBILL-GR-EMP-ID-NI.
183629     MOVE WS-RS-BT-BILL-DLAY-IND-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUPOL-BT-BILL-DLAY-IND-NI.
183629     MOVE WS-RS-POL-CNVR-KEY-NUM-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUPOL-POL-CNVR-KEY-NUM-NI.
183629     MOVE WS-RS-POL-CNVR-TYP-CD-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUPOL-POL-CNVR-TYP-CD-NI.
183629     MOVE WS-RS-PROD-APP-TYP-CD-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUPOL-PROD-APP-TYP-CD-NI.
183629     MOVE WS-RS-MY-KEMPO-TYP-CD-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUPOL-MY-KEMPO-TYP-CD-NI.
183629     MOVE WS-RS-SUB-CAT-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-SUB-CAT-CD-NI.
183629     MOVE WS-RS-ORIG-POL-ID-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-ORIG-POL-ID-NI.
183629     MOVE WS-RS-ORIG-POL-ISS-DT-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUPOL-ORIG-POL-ISS-DT-NI.
183629     MOVE WS-RS-ORIG-POL-DUR-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-ORIG-POL-DUR-NI.
183629     MOVE WS-RS-GA-INIT-PREM-AMT-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUPOL-GA-INIT-PREM-AMT-NI.
183629     MOVE WS-RS-GA-SUBSEQ-PREM-AMT-NI (WS-RS-ROW-SUB)
183629                                  TO  ZUPOL-GA-SUBSEQ-PREM-AMT-NI.
183629     MOVE WS-RS-GA-INIT-LMPSM-AMT-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUPOL-GA-INIT-LMPSM-AMT-NI.
183629     MOVE WS-RS-GA-CNVR-FND-AMT-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUPOL-GA-CNVR-FND-AMT-NI.
183629     MOVE WS-RS-AGT-XPER-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-AGT-XPER-CD-NI.
183629     MOVE WS-RS-VERIF-MTHD-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-VERIF-MTHD-CD-NI.
183629     MOVE WS-RS-DESGNT-ISS-DT-IND-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUPOL-DESGNT-ISS-DT-IND-NI.
183629     MOVE WS-RS-APL-REJ-IND-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-APL-REJ-IND-NI.
183629     MOVE WS-RS-BULK-REMIT-NUM-NI (WS-RS-ROW-SUB)
183629                                      TO  ZUPOL-BULK-REMIT-NUM-NI.
183629     MOVE WS-RS-AUTO-PREM-CHNG-IND-NI (WS-RS-ROW-SUB)
183629                                  TO  ZUPOL-AUTO-PREM-CHNG-IND-NI.
183629     MOVE WS-RS-PLAN-INIT-PMT-TYP-CD-NI (WS-RS-ROW-SUB)
183629                                TO  ZUPOL-PLAN-INIT-PMT-TYP-CD-NI.
183629     MOVE WS-RS-POL-BULK-APP-ID-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUPOL-POL-BULK-APP-ID-NI.
183629     MOVE WS-RS-SPCL-AGT-SIGN-DT-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUPOL-SPCL-AGT-SIGN-DT-NI.
183629     MOVE WS-RS-NON-FACE-TO-FACE-IND-NI (WS-RS-ROW-SUB)
183629                                TO  ZUPOL-NON-FACE-TO-FACE-IND-NI.
183629     MOVE WS-RS-WIRE-XFER-VIRTUAL-NUM-NI (WS-RS-ROW-SUB)
183629                               TO  ZUPOL-WIRE-XFER-VIRTUAL-NUM-NI.
183629     MOVE WS-RS-SCHD-ADV-PMT-DUR-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUPOL-SCHD-ADV-PMT-DUR-NI.
183629     MOVE WS-RS-SNGL-PREM-AMT-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-SNGL-PREM-AMT-NI.
183629     MOVE WS-RS-PMT-CRCY-CD-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-PMT-CRCY-CD-NI.
183629     MOVE WS-RS-ADDR-CNFRM-IND-NI (WS-RS-ROW-SUB)
183629                                      TO  ZUPOL-ADDR-CNFRM-IND-NI.
183629     MOVE WS-RS-OVRSEAS-TRAV-IND-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUPOL-OVRSEAS-TRAV-IND-NI.
183629     MOVE WS-RS-FRGN-OWN-IND-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-FRGN-OWN-IND-NI.
183629     MOVE WS-RS-WORK-INS-CO-IND-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUPOL-WORK-INS-CO-IND-NI.
183629     MOVE WS-RS-THRD-PARTY-BNFY-IND-NI (WS-RS-ROW-SUB)
183629                                 TO  ZUPOL-THRD-PARTY-BNFY-IND-NI.
183629     MOVE WS-RS-FRGN-CLI-ATCH-IND-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUPOL-FRGN-CLI-ATCH-IND-NI.
183629     MOVE WS-RS-DOCS-TO-BE-SENT-IND-NI (WS-RS-ROW-SUB)
183629                                 TO  ZUPOL-DOCS-TO-BE-SENT-IND-NI.
183629     MOVE WS-RS-SPCL-NOTES-IND-NI (WS-RS-ROW-SUB)
183629                                      TO  ZUPOL-SPCL-NOTES-IND-NI.
183629     MOVE WS-RS-PRELIM-UW-IND-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-PRELIM-UW-IND-NI.
183629     MOVE WS-RS-VOLNTR-APPL-IND-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUPOL-VOLNTR-APPL-IND-NI.
183629     MOVE WS-RS-MNGR-SPCL-NOTES-IND-NI (WS-RS-ROW-SUB)
183629                                 TO  ZUPOL-MNGR-SPCL-NOTES-IND-NI.
183629     MOVE WS-RS-PHYS-SPCL-NOTES-IND-NI (WS-RS-ROW-SUB)
183629                                 TO  ZUPOL-PHYS-SPCL-NOTES-IND-NI.
183629     MOVE WS-RS-DONATE-FORM-IND-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUPOL-DONATE-FORM-IND-NI.
183629     MOVE WS-RS-MULT-APPL-IND-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-MULT-APPL-IND-NI.
183629     MOVE WS-RS-PAPR-LESS-APP-IND-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUPOL-PAPR-LESS-APP-IND-NI.
183629     MOVE WS-RS-APPROV-NUM-IND-NI (WS-RS-ROW-SUB)
183629                                      TO  ZUPOL-APPROV-NUM-IND-NI.
183629     MOVE WS-RS-YBA-RPT-REQIR-IND-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUPOL-YBA-RPT-REQIR-IND-NI.
183629     MOVE WS-RS-SPEC-ASSOC-CORP-IND-NI (WS-RS-ROW-SUB)
183629                                 TO  ZUPOL-SPEC-ASSOC-CORP-IND-NI.
183629     MOVE WS-RS-SAL-TST-RSLT-CD-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUPOL-SAL-TST-RSLT-CD-NI.
183629     MOVE WS-RS-SPCL-NOTE-INTNT-IND-NI (WS-RS-ROW-SUB)
183629                                 TO  ZUPOL-SPCL-NOTE-INTNT-IND-NI.
183629     MOVE WS-RS-ANTY-DONAT-FORM-IND-NI (WS-RS-ROW-SUB)
183629                                 TO  ZUPOL-ANTY-DONAT-FORM-IND-NI.
183629     MOVE WS-RS-TRXN-CNFRM-OS-IND-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUPOL-TRXN-CNFRM-OS-IND-NI.
183629     MOVE WS-RS-MTHLY-STD-PREM-AMT-NI (WS-RS-ROW-SUB)
183629                                  TO  ZUPOL-MTHLY-STD-PREM-AMT-NI.
183629     MOVE WS-RS-CPN-AUTO-PAYO-IND-NI (WS-RS-ROW-SUB)
183629                                   TO  ZUPOL-CPN-AUTO-PAYO-IND-NI.
183629     MOVE WS-RS-JPY-PAYO-IND-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-JPY-PAYO-IND-NI.
183629     MOVE WS-RS-PAYO-BNK-ID-NI (WS-RS-ROW-SUB)
183629                                       TO  ZUPOL-PAYO-BNK-ID-NI.
183629     MOVE WS-RS-PAYO-BNK-BR-ID-NI (WS-RS-ROW-SUB)
183629                                      TO  ZUPOL-PAYO-BNK-BR-ID-NI.
183629     MOVE WS-RS-PAYO-BNK-ACCT-ID-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUPOL-PAYO-BNK-ACCT-ID-NI.
183629     MOVE WS-RS-PAYO-ACCT-TYP-CD-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUPOL-PAYO-ACCT-TYP-CD-NI.
183629     MOVE WS-RS-PAYO-ACC-HLDR-NM-NI (WS-RS-ROW-SUB)
183629                                    TO  ZUPOL-PAYO-ACC-HLDR-NM-NI.
183629     MOVE WS-RS-SPCL-NOTES-TXT-NI (WS-RS-ROW-SUB)
183629                                      TO  ZUPOL-SPCL-NOTES-TXT-NI.
183629     MOVE WS-RS-MNGR-SPCL-NOTES-TXT-NI (WS-RS-ROW-SUB)
183629                                 TO  ZUPOL-MNGR-SPCL-NOTES-TXT-NI.
183629     MOVE WS-RS-PHYS-SPCL-NOTES-TXT-NI (WS-RS-ROW-SUB)
183629                                 TO  ZUPOL-PHYS-SPCL-NOTES-TXT-NI.
183629     MOVE WS-RS-DONATE-FORM-TXT-NI (WS-RS-ROW-SUB)
183629                                     TO  ZUPOL-DONATE-FORM-TXT-NI.

183629     SET  WUPOA-IO-OK                  TO  TRUE.
183629     PERFORM  UPOL-2000-SET-NULL-DFLT
183629         THRU UPOL-2000-SET-NULL-DFLT-X.
183629     MOVE RUPOL-APP-UPLD-DT            TO  WUPOA-APP-UPLD-DT.


183629 3900-NEXT-ROWSET-ROW-X.
183629     EXIT.


      *********************
       4000-EXEC-CLOSE-CUR.
      *********************
           EXIT.


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

527318     IF   WUPOA-LOCK-RETRY-MAX NOT NUMERIC
527318     OR   WUPOA-LOCK-RETRY-MAX = ZERO
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318*
527318* ONLY THE CALLER CAN RE-DRIVE ITS WORK FROM THE LAST
527318* COMMIT POINT AFTER A ROLLBACK.
527318*
527318     IF   SQLCODE = -911
527318          SET  WUPOA-IO-ROLLED-BACK    TO  TRUE
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318     IF   WS-LK-RETRY-CNT NOT < WUPOA-LOCK-RETRY-MAX
527318          GO TO 9800-LOCK-CONFLICT-X
527318     END-IF.

527318*
527318* TIMEOUT - WAIT AND RE-DRIVE THE REQUEST.  THE WAIT STARTS
527318* AT THE CALLER'S LOCK-WAIT-SECS (1 SECOND WHEN NOT SET) AND
527318* DOUBLES ON EACH RETRY UP TO WS-LK-MAX-WAIT-SECS.
527318*
527318     ADD  +1                           TO  WS-LK-RETRY-CNT.

527318     IF   WUPOA-LOCK-WAIT-SECS NUMERIC
527318     AND  WUPOA-LOCK-WAIT-SECS > ZERO
527318          MOVE WUPOA-LOCK-WAIT-SECS    TO  WS-LK-WAIT-SECS
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


       COPY ACPZUPOL.

      *****************************************************************
