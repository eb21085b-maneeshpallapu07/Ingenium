      *****************************************************************
      **  MEMBER :  ACFWPNRG                                         **
      **  REMARKS:  POLICY NUMBER RANGE TABLE WORK AREA              **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
741962**  15OCT26   CREATED FOR POLICY NUMBER RANGE INVENTORY        **
      *****************************************************************

       01  WPNRG-IO-WORK-AREA.
           05  WPNRG-TABLE-NAME                    PIC X(04)
                                                   VALUE 'PNRG'.
           05  WPNRG-RQST-CD                       PIC X(02).
               88  WPNRG-RQST-SELECT               VALUE '01'.
               88  WPNRG-RQST-SELECT-FOR-UPDATE    VALUE '02'.
               88  WPNRG-RQST-UPDATE               VALUE '03'.
               88  WPNRG-RQST-CLOSE-UPDATE-CUR     VALUE '04'.
               88  WPNRG-RQST-INIT-TBL-LAYOUT      VALUE '05'.
               88  WPNRG-RQST-INSERT               VALUE '06'.
               88  WPNRG-RQST-DELETE               VALUE '07'.
               88  WPNRG-RQST-BROWSE               VALUE '08'.
               88  WPNRG-RQST-FETCH-NEXT           VALUE '09'.
               88  WPNRG-RQST-CLOSE-BROWSE-CUR     VALUE '10'.
               88  WPNRG-RQST-BROWSE-PREV          VALUE '11'.
               88  WPNRG-RQST-FETCH-PREV           VALUE '12'.
               88  WPNRG-RQST-CLOSE-BR-PREV-CUR    VALUE '13'.
               88  WPNRG-RQST-DELETE-KEY-RANGE     VALUE '14'.
               88  WPNRG-RQST-DELETE-WITH-KEY      VALUE '15'.
               88  WPNRG-RQST-SELECT-MIN           VALUE '21'.
               88  WPNRG-RQST-SELECT-MAX           VALUE '22'.
               88  WPNRG-RQST-SELECT-COUNT         VALUE '23'.
               88  WPNRG-RQST-SELECT-INDEX         VALUE '24'.
               88  WPNRG-RQST-BROWSE-INDEX         VALUE '25'.
               88  WPNRG-RQST-FETCH-NEXT-INDEX     VALUE '26'.
               88  WPNRG-RQST-CLOSE-BROWSE-INDEX   VALUE '27'.
               88  WPNRG-RQST-BROWSE-PREV-INDEX    VALUE '28'.
               88  WPNRG-RQST-FETCH-PREV-INDEX     VALUE '29'.
               88  WPNRG-RQST-CLOSE-BR-PREV-INDEX  VALUE '30'.
               88  WPNRG-RQST-SELECT-FOR-UPDATE-2  VALUE '31'.
               88  WPNRG-RQST-BROWSE-UCUR          VALUE '32'.
               88  WPNRG-RQST-FETCH-NEXT-UCUR      VALUE '33'.
               88  WPNRG-RQST-UPDATE-UCUR          VALUE '34'.
               88  WPNRG-RQST-DELETE-UCUR          VALUE '35'.
               88  WPNRG-RQST-CLOSE-UCUR           VALUE '36'.
               88  WPNRG-RQST-BROWSE-IX-UCUR       VALUE '37'.
               88  WPNRG-RQST-FETCH-NEXT-IX-UCUR   VALUE '38'.
               88  WPNRG-RQST-UPDATE-IX-UCUR       VALUE '39'.
               88  WPNRG-RQST-DELETE-IX-UCUR       VALUE '40'.
               88  WPNRG-RQST-CLOSE-IX-UCUR        VALUE '41'.
               88  WPNRG-RQST-BROWSE-TABLE         VALUE '42'.
               88  WPNRG-RQST-FETCH-NEXT-TABLE     VALUE '43'.
               88  WPNRG-RQST-CLOSE-BROWSE-TABLE   VALUE '44'.
               88  WPNRG-RQST-UPDATE-LOB           VALUE '45'.
               88  WPNRG-RQST-SELECT-LOB           VALUE '46'.
               88  WPNRG-RQST-FREE-LOB             VALUE '47'.
           05  WPNRG-IO-STATUS                     PIC 9(01)
                                                   VALUE 9.
               88  WPNRG-IO-OK                     VALUE 0.
               88  WPNRG-IO-TS-MISMATCH            VALUE 6.
               88  WPNRG-IO-NOT-FOUND              VALUE 7.
               88  WPNRG-IO-EOF                    VALUE 8.
               88  WPNRG-IO-ERROR                  VALUE 9.
           05  WPNRG-OPTM-SQL-STAT-CD              PIC X(01).
               88  WPNRG-OPTM-SQL-OK               VALUE '0'.
               88  WPNRG-OPTM-SQL-IMPRV            VALUE '1'.
               88  WPNRG-OPTM-SQL-ERROR            VALUE '2'.
           05  WPNRG-OPTM-SQL-REQIR                PIC X(02).
           05  WPNRG-OPTM-SQL-EXEC                 PIC X(02).
           05  WPNRG-COMPANY-REQUIRED-SW           PIC X(01)
                                                   VALUE 'Y'.
               88  WPNRG-COMPANY-REQUIRED          VALUE 'Y'.
               88  WPNRG-COMPANY-NOT-REQUIRED      VALUE 'N'.
           05  WPNRG-ENVRMNT-CD                    PIC X(02).
               88  WPNRG-ENVRMNT-FOREGROUND        VALUE 'FG'.
               88  WPNRG-ENVRMNT-BACKGROUND        VALUE 'BG'.
               88  WPNRG-ENVRMNT-BATCH             VALUE 'BA'.
               88  WPNRG-ENVRMNT-GUI               VALUE 'GU'.
           05  WPNRG-CHECK-UPDT-TS                 PIC X(26).
           05  WPNRG-KEY.
               10  WPNRG-CO-ID                     PIC X(02).
               10  WPNRG-BUS-CLASS-CD              PIC X(01).
               10  WPNRG-INST-ID                   PIC X(02).
           05  WPNRG-ENDBR-KEY.
               10  WPNRG-ENDBR-CO-ID               PIC X(02).
               10  WPNRG-ENDBR-BUS-CLASS-CD        PIC X(01).
               10  WPNRG-ENDBR-INST-ID             PIC X(02).
           05  FILLER                              PIC X(20).

      *****************************************************************
      **                  END OF COPYBOOK ACFWPNRG                   **
      *****************************************************************
