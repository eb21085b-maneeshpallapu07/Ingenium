      *****************************************************************
      **  MEMBER :  ACFWTOKV                                         **
      **  REMARKS:  BANK ACCOUNT TOKEN VAULT TABLE WORK AREA         **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
864217**  15OCT26   CREATED FOR BANK ACCOUNT TOKENIZATION            **
      *****************************************************************

       01  WTOKV-IO-WORK-AREA.
           05  WTOKV-TABLE-NAME                    PIC X(04)
                                                   VALUE 'TOKV'.
           05  WTOKV-RQST-CD                       PIC X(02).
               88  WTOKV-RQST-SELECT               VALUE '01'.
               88  WTOKV-RQST-SELECT-FOR-UPDATE    VALUE '02'.
               88  WTOKV-RQST-UPDATE               VALUE '03'.
               88  WTOKV-RQST-CLOSE-UPDATE-CUR     VALUE '04'.
               88  WTOKV-RQST-INIT-TBL-LAYOUT      VALUE '05'.
               88  WTOKV-RQST-INSERT               VALUE '06'.
               88  WTOKV-RQST-DELETE               VALUE '07'.
               88  WTOKV-RQST-BROWSE               VALUE '08'.
               88  WTOKV-RQST-FETCH-NEXT           VALUE '09'.
               88  WTOKV-RQST-CLOSE-BROWSE-CUR     VALUE '10'.
               88  WTOKV-RQST-BROWSE-PREV          VALUE '11'.
               88  WTOKV-RQST-FETCH-PREV           VALUE '12'.
               88  WTOKV-RQST-CLOSE-BR-PREV-CUR    VALUE '13'.
               88  WTOKV-RQST-DELETE-KEY-RANGE     VALUE '14'.
               88  WTOKV-RQST-DELETE-WITH-KEY      VALUE '15'.
               88  WTOKV-RQST-SELECT-MIN           VALUE '21'.
               88  WTOKV-RQST-SELECT-MAX           VALUE '22'.
               88  WTOKV-RQST-SELECT-COUNT         VALUE '23'.
               88  WTOKV-RQST-SELECT-INDEX         VALUE '24'.
               88  WTOKV-RQST-BROWSE-INDEX         VALUE '25'.
               88  WTOKV-RQST-FETCH-NEXT-INDEX     VALUE '26'.
               88  WTOKV-RQST-CLOSE-BROWSE-INDEX   VALUE '27'.
               88  WTOKV-RQST-BROWSE-PREV-INDEX    VALUE '28'.
               88  WTOKV-RQST-FETCH-PREV-INDEX     VALUE '29'.
               88  WTOKV-RQST-CLOSE-BR-PREV-INDEX  VALUE '30'.
               88  WTOKV-RQST-SELECT-FOR-UPDATE-2  VALUE '31'.
               88  WTOKV-RQST-BROWSE-UCUR          VALUE '32'.
               88  WTOKV-RQST-FETCH-NEXT-UCUR      VALUE '33'.
               88  WTOKV-RQST-UPDATE-UCUR          VALUE '34'.
               88  WTOKV-RQST-DELETE-UCUR          VALUE '35'.
               88  WTOKV-RQST-CLOSE-UCUR           VALUE '36'.
               88  WTOKV-RQST-BROWSE-IX-UCUR       VALUE '37'.
               88  WTOKV-RQST-FETCH-NEXT-IX-UCUR   VALUE '38'.
               88  WTOKV-RQST-UPDATE-IX-UCUR       VALUE '39'.
               88  WTOKV-RQST-DELETE-IX-UCUR       VALUE '40'.
               88  WTOKV-RQST-CLOSE-IX-UCUR        VALUE '41'.
               88  WTOKV-RQST-BROWSE-TABLE         VALUE '42'.
               88  WTOKV-RQST-FETCH-NEXT-TABLE     VALUE '43'.
               88  WTOKV-RQST-CLOSE-BROWSE-TABLE   VALUE '44'.
               88  WTOKV-RQST-UPDATE-LOB           VALUE '45'.
               88  WTOKV-RQST-SELECT-LOB           VALUE '46'.
               88  WTOKV-RQST-FREE-LOB             VALUE '47'.
           05  WTOKV-IO-STATUS                     PIC 9(01)
                                                   VALUE 9.
               88  WTOKV-IO-OK                     VALUE 0.
               88  WTOKV-IO-DUPLICATE              VALUE 4.
               88  WTOKV-IO-TS-MISMATCH            VALUE 6.
               88  WTOKV-IO-NOT-FOUND              VALUE 7.
               88  WTOKV-IO-EOF                    VALUE 8.
               88  WTOKV-IO-ERROR                  VALUE 9.
           05  WTOKV-OPTM-SQL-STAT-CD              PIC X(01).
               88  WTOKV-OPTM-SQL-OK               VALUE '0'.
               88  WTOKV-OPTM-SQL-IMPRV            VALUE '1'.
               88  WTOKV-OPTM-SQL-ERROR            VALUE '2'.
           05  WTOKV-OPTM-SQL-REQIR                PIC X(02).
           05  WTOKV-OPTM-SQL-EXEC                 PIC X(02).
           05  WTOKV-COMPANY-REQUIRED-SW           PIC X(01)
                                                   VALUE 'Y'.
               88  WTOKV-COMPANY-REQUIRED          VALUE 'Y'.
               88  WTOKV-COMPANY-NOT-REQUIRED      VALUE 'N'.
           05  WTOKV-ENVRMNT-CD                    PIC X(02).
               88  WTOKV-ENVRMNT-FOREGROUND        VALUE 'FG'.
               88  WTOKV-ENVRMNT-BACKGROUND        VALUE 'BG'.
               88  WTOKV-ENVRMNT-BATCH             VALUE 'BA'.
               88  WTOKV-ENVRMNT-GUI               VALUE 'GU'.
           05  WTOKV-CHECK-UPDT-TS                 PIC X(26).
           05  WTOKV-KEY.
               10  WTOKV-TOKN-ID                PIC X(17).
           05  WTOKV-ACCT-ID                    PIC X(17).
           05  FILLER                              PIC X(20).

      *****************************************************************
      **                  END OF COPYBOOK ACFWTOKV                   **
      *****************************************************************
