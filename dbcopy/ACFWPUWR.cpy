      *****************************************************************
      **  MEMBER :  ACFWPUWR                                         **
      **  REMARKS:  PRE-UNDERWRITING OPINION REGISTER TABLE WORK     **
      **            AREA                                             **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
384726**  15OCT26   CREATED FOR PRE-UNDERWRITING OPINION REGISTER    **
      *****************************************************************

       01  WPUWR-IO-WORK-AREA.
           05  WPUWR-TABLE-NAME                    PIC X(04)
                                                   VALUE 'PUWR'.
           05  WPUWR-RQST-CD                       PIC X(02).
               88  WPUWR-RQST-SELECT               VALUE '01'.
               88  WPUWR-RQST-SELECT-FOR-UPDATE    VALUE '02'.
               88  WPUWR-RQST-UPDATE               VALUE '03'.
               88  WPUWR-RQST-CLOSE-UPDATE-CUR     VALUE '04'.
               88  WPUWR-RQST-INIT-TBL-LAYOUT      VALUE '05'.
               88  WPUWR-RQST-INSERT               VALUE '06'.
               88  WPUWR-RQST-DELETE               VALUE '07'.
               88  WPUWR-RQST-BROWSE               VALUE '08'.
               88  WPUWR-RQST-FETCH-NEXT           VALUE '09'.
               88  WPUWR-RQST-CLOSE-BROWSE-CUR     VALUE '10'.
               88  WPUWR-RQST-BROWSE-PREV          VALUE '11'.
               88  WPUWR-RQST-FETCH-PREV           VALUE '12'.
               88  WPUWR-RQST-CLOSE-BR-PREV-CUR    VALUE '13'.
               88  WPUWR-RQST-DELETE-KEY-RANGE     VALUE '14'.
               88  WPUWR-RQST-DELETE-WITH-KEY      VALUE '15'.
               88  WPUWR-RQST-SELECT-MIN           VALUE '21'.
               88  WPUWR-RQST-SELECT-MAX           VALUE '22'.
               88  WPUWR-RQST-SELECT-COUNT         VALUE '23'.
               88  WPUWR-RQST-SELECT-INDEX         VALUE '24'.
               88  WPUWR-RQST-BROWSE-INDEX         VALUE '25'.
               88  WPUWR-RQST-FETCH-NEXT-INDEX     VALUE '26'.
               88  WPUWR-RQST-CLOSE-BROWSE-INDEX   VALUE '27'.
               88  WPUWR-RQST-BROWSE-PREV-INDEX    VALUE '28'.
               88  WPUWR-RQST-FETCH-PREV-INDEX     VALUE '29'.
               88  WPUWR-RQST-CLOSE-BR-PREV-INDEX  VALUE '30'.
               88  WPUWR-RQST-SELECT-FOR-UPDATE-2  VALUE '31'.
               88  WPUWR-RQST-BROWSE-UCUR          VALUE '32'.
               88  WPUWR-RQST-FETCH-NEXT-UCUR      VALUE '33'.
               88  WPUWR-RQST-UPDATE-UCUR          VALUE '34'.
               88  WPUWR-RQST-DELETE-UCUR          VALUE '35'.
               88  WPUWR-RQST-CLOSE-UCUR           VALUE '36'.
               88  WPUWR-RQST-BROWSE-IX-UCUR       VALUE '37'.
               88  WPUWR-RQST-FETCH-NEXT-IX-UCUR   VALUE '38'.
               88  WPUWR-RQST-UPDATE-IX-UCUR       VALUE '39'.
               88  WPUWR-RQST-DELETE-IX-UCUR       VALUE '40'.
               88  WPUWR-RQST-CLOSE-IX-UCUR        VALUE '41'.
               88  WPUWR-RQST-BROWSE-TABLE         VALUE '42'.
               88  WPUWR-RQST-FETCH-NEXT-TABLE     VALUE '43'.
               88  WPUWR-RQST-CLOSE-BROWSE-TABLE   VALUE '44'.
               88  WPUWR-RQST-UPDATE-LOB           VALUE '45'.
               88  WPUWR-RQST-SELECT-LOB           VALUE '46'.
               88  WPUWR-RQST-FREE-LOB             VALUE '47'.
           05  WPUWR-IO-STATUS                     PIC 9(01)
                                                   VALUE 9.
               88  WPUWR-IO-OK                     VALUE 0.
               88  WPUWR-IO-TS-MISMATCH            VALUE 6.
               88  WPUWR-IO-NOT-FOUND              VALUE 7.
               88  WPUWR-IO-EOF                    VALUE 8.
               88  WPUWR-IO-ERROR                  VALUE 9.
           05  WPUWR-OPTM-SQL-STAT-CD              PIC X(01).
               88  WPUWR-OPTM-SQL-OK               VALUE '0'.
               88  WPUWR-OPTM-SQL-IMPRV            VALUE '1'.
               88  WPUWR-OPTM-SQL-ERROR            VALUE '2'.
           05  WPUWR-OPTM-SQL-REQIR                PIC X(02).
           05  WPUWR-OPTM-SQL-EXEC                 PIC X(02).
           05  WPUWR-COMPANY-REQUIRED-SW           PIC X(01)
                                                   VALUE 'Y'.
               88  WPUWR-COMPANY-REQUIRED          VALUE 'Y'.
               88  WPUWR-COMPANY-NOT-REQUIRED      VALUE 'N'.
           05  WPUWR-ENVRMNT-CD                    PIC X(02).
               88  WPUWR-ENVRMNT-FOREGROUND        VALUE 'FG'.
               88  WPUWR-ENVRMNT-BACKGROUND        VALUE 'BG'.
               88  WPUWR-ENVRMNT-BATCH             VALUE 'BA'.
               88  WPUWR-ENVRMNT-GUI               VALUE 'GU'.
           05  WPUWR-CHECK-UPDT-TS                 PIC X(26).
           05  WPUWR-KEY.
               10  WPUWR-CO-ID                  PIC X(02).
               10  WPUWR-REF-NUM                PIC X(06).
           05  WPUWR-ENDBR-KEY.
               10  WPUWR-ENDBR-CO-ID            PIC X(02).
               10  WPUWR-ENDBR-REF-NUM          PIC X(06).
           05  FILLER                              PIC X(20).

      *****************************************************************
      **                  END OF COPYBOOK ACFWPUWR                   **
      *****************************************************************
