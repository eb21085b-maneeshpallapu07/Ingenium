      *****************************************************************
      **  MEMBER :  ACFWSTKU                                         **
      **  REMARKS:  APPLICATION STICKER USAGE TABLE WORK AREA        **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
756318**  15OCT26   CREATED FOR STICKER INVENTORY AND RECONCILIATION **
      *****************************************************************

       01  WSTKU-IO-WORK-AREA.
           05  WSTKU-TABLE-NAME                    PIC X(04)
                                                   VALUE 'STKU'.
           05  WSTKU-RQST-CD                       PIC X(02).
               88  WSTKU-RQST-SELECT               VALUE '01'.
               88  WSTKU-RQST-SELECT-FOR-UPDATE    VALUE '02'.
               88  WSTKU-RQST-UPDATE               VALUE '03'.
               88  WSTKU-RQST-CLOSE-UPDATE-CUR     VALUE '04'.
               88  WSTKU-RQST-INIT-TBL-LAYOUT      VALUE '05'.
               88  WSTKU-RQST-INSERT               VALUE '06'.
               88  WSTKU-RQST-DELETE               VALUE '07'.
               88  WSTKU-RQST-BROWSE               VALUE '08'.
               88  WSTKU-RQST-FETCH-NEXT           VALUE '09'.
               88  WSTKU-RQST-CLOSE-BROWSE-CUR     VALUE '10'.
               88  WSTKU-RQST-BROWSE-PREV          VALUE '11'.
               88  WSTKU-RQST-FETCH-PREV           VALUE '12'.
               88  WSTKU-RQST-CLOSE-BR-PREV-CUR    VALUE '13'.
               88  WSTKU-RQST-DELETE-KEY-RANGE     VALUE '14'.
               88  WSTKU-RQST-DELETE-WITH-KEY      VALUE '15'.
               88  WSTKU-RQST-SELECT-MIN           VALUE '21'.
               88  WSTKU-RQST-SELECT-MAX           VALUE '22'.
               88  WSTKU-RQST-SELECT-COUNT         VALUE '23'.
               88  WSTKU-RQST-SELECT-INDEX         VALUE '24'.
               88  WSTKU-RQST-BROWSE-INDEX         VALUE '25'.
               88  WSTKU-RQST-FETCH-NEXT-INDEX     VALUE '26'.
               88  WSTKU-RQST-CLOSE-BROWSE-INDEX   VALUE '27'.
               88  WSTKU-RQST-BROWSE-PREV-INDEX    VALUE '28'.
               88  WSTKU-RQST-FETCH-PREV-INDEX     VALUE '29'.
               88  WSTKU-RQST-CLOSE-BR-PREV-INDEX  VALUE '30'.
               88  WSTKU-RQST-SELECT-FOR-UPDATE-2  VALUE '31'.
               88  WSTKU-RQST-BROWSE-UCUR          VALUE '32'.
               88  WSTKU-RQST-FETCH-NEXT-UCUR      VALUE '33'.
               88  WSTKU-RQST-UPDATE-UCUR          VALUE '34'.
               88  WSTKU-RQST-DELETE-UCUR          VALUE '35'.
               88  WSTKU-RQST-CLOSE-UCUR           VALUE '36'.
               88  WSTKU-RQST-BROWSE-IX-UCUR       VALUE '37'.
               88  WSTKU-RQST-FETCH-NEXT-IX-UCUR   VALUE '38'.
               88  WSTKU-RQST-UPDATE-IX-UCUR       VALUE '39'.
               88  WSTKU-RQST-DELETE-IX-UCUR       VALUE '40'.
               88  WSTKU-RQST-CLOSE-IX-UCUR        VALUE '41'.
               88  WSTKU-RQST-BROWSE-TABLE         VALUE '42'.
               88  WSTKU-RQST-FETCH-NEXT-TABLE     VALUE '43'.
               88  WSTKU-RQST-CLOSE-BROWSE-TABLE   VALUE '44'.
               88  WSTKU-RQST-UPDATE-LOB           VALUE '45'.
               88  WSTKU-RQST-SELECT-LOB           VALUE '46'.
               88  WSTKU-RQST-FREE-LOB             VALUE '47'.
           05  WSTKU-IO-STATUS                     PIC 9(01)
                                                   VALUE 9.
               88  WSTKU-IO-OK                     VALUE 0.
               88  WSTKU-IO-TS-MISMATCH            VALUE 6.
               88  WSTKU-IO-NOT-FOUND              VALUE 7.
               88  WSTKU-IO-EOF                    VALUE 8.
               88  WSTKU-IO-ERROR                  VALUE 9.
           05  WSTKU-OPTM-SQL-STAT-CD              PIC X(01).
               88  WSTKU-OPTM-SQL-OK               VALUE '0'.
               88  WSTKU-OPTM-SQL-IMPRV            VALUE '1'.
               88  WSTKU-OPTM-SQL-ERROR            VALUE '2'.
           05  WSTKU-OPTM-SQL-REQIR                PIC X(02).
           05  WSTKU-OPTM-SQL-EXEC                 PIC X(02).
           05  WSTKU-COMPANY-REQUIRED-SW           PIC X(01)
                                                   VALUE 'Y'.
               88  WSTKU-COMPANY-REQUIRED          VALUE 'Y'.
               88  WSTKU-COMPANY-NOT-REQUIRED      VALUE 'N'.
           05  WSTKU-ENVRMNT-CD                    PIC X(02).
               88  WSTKU-ENVRMNT-FOREGROUND        VALUE 'FG'.
               88  WSTKU-ENVRMNT-BACKGROUND        VALUE 'BG'.
               88  WSTKU-ENVRMNT-BATCH             VALUE 'BA'.
               88  WSTKU-ENVRMNT-GUI               VALUE 'GU'.
           05  WSTKU-CHECK-UPDT-TS                 PIC X(26).
           05  WSTKU-KEY.
               10  WSTKU-CO-ID                  PIC X(02).
               10  WSTKU-STCKR-ID               PIC X(11).
           05  WSTKU-ENDBR-KEY.
               10  WSTKU-ENDBR-CO-ID            PIC X(02).
               10  WSTKU-ENDBR-STCKR-ID         PIC X(11).
           05  FILLER                              PIC X(20).

      *****************************************************************
      **                  END OF COPYBOOK ACFWSTKU                   **
      *****************************************************************
