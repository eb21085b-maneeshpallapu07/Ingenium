      *****************************************************************
      **  MEMBER :  ACFWTCOV                                         **
      **  REMARKS:  TEMPORARY COVERAGE REGISTER TABLE WORK AREA      **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
693057**  15OCT26   CREATED FOR TEMPORARY COVERAGE REGISTER          **
      *****************************************************************

       01  WTCOV-IO-WORK-AREA.
           05  WTCOV-TABLE-NAME                    PIC X(04)
                                                   VALUE 'TCOV'.
           05  WTCOV-RQST-CD                       PIC X(02).
               88  WTCOV-RQST-SELECT               VALUE '01'.
               88  WTCOV-RQST-SELECT-FOR-UPDATE    VALUE '02'.
               88  WTCOV-RQST-UPDATE               VALUE '03'.
               88  WTCOV-RQST-CLOSE-UPDATE-CUR     VALUE '04'.
               88  WTCOV-RQST-INIT-TBL-LAYOUT      VALUE '05'.
               88  WTCOV-RQST-INSERT               VALUE '06'.
               88  WTCOV-RQST-DELETE               VALUE '07'.
               88  WTCOV-RQST-BROWSE               VALUE '08'.
               88  WTCOV-RQST-FETCH-NEXT           VALUE '09'.
               88  WTCOV-RQST-CLOSE-BROWSE-CUR     VALUE '10'.
               88  WTCOV-RQST-BROWSE-PREV          VALUE '11'.
               88  WTCOV-RQST-FETCH-PREV           VALUE '12'.
               88  WTCOV-RQST-CLOSE-BR-PREV-CUR    VALUE '13'.
               88  WTCOV-RQST-DELETE-KEY-RANGE     VALUE '14'.
               88  WTCOV-RQST-DELETE-WITH-KEY      VALUE '15'.
               88  WTCOV-RQST-SELECT-MIN           VALUE '21'.
               88  WTCOV-RQST-SELECT-MAX           VALUE '22'.
               88  WTCOV-RQST-SELECT-COUNT         VALUE '23'.
               88  WTCOV-RQST-SELECT-INDEX         VALUE '24'.
               88  WTCOV-RQST-BROWSE-INDEX         VALUE '25'.
               88  WTCOV-RQST-FETCH-NEXT-INDEX     VALUE '26'.
               88  WTCOV-RQST-CLOSE-BROWSE-INDEX   VALUE '27'.
               88  WTCOV-RQST-BROWSE-PREV-INDEX    VALUE '28'.
               88  WTCOV-RQST-FETCH-PREV-INDEX     VALUE '29'.
               88  WTCOV-RQST-CLOSE-BR-PREV-INDEX  VALUE '30'.
               88  WTCOV-RQST-SELECT-FOR-UPDATE-2  VALUE '31'.
               88  WTCOV-RQST-BROWSE-UCUR          VALUE '32'.
               88  WTCOV-RQST-FETCH-NEXT-UCUR      VALUE '33'.
               88  WTCOV-RQST-UPDATE-UCUR          VALUE '34'.
               88  WTCOV-RQST-DELETE-UCUR          VALUE '35'.
               88  WTCOV-RQST-CLOSE-UCUR           VALUE '36'.
               88  WTCOV-RQST-BROWSE-IX-UCUR       VALUE '37'.
               88  WTCOV-RQST-FETCH-NEXT-IX-UCUR   VALUE '38'.
               88  WTCOV-RQST-UPDATE-IX-UCUR       VALUE '39'.
               88  WTCOV-RQST-DELETE-IX-UCUR       VALUE '40'.
               88  WTCOV-RQST-CLOSE-IX-UCUR        VALUE '41'.
               88  WTCOV-RQST-BROWSE-TABLE         VALUE '42'.
               88  WTCOV-RQST-FETCH-NEXT-TABLE     VALUE '43'.
               88  WTCOV-RQST-CLOSE-BROWSE-TABLE   VALUE '44'.
               88  WTCOV-RQST-UPDATE-LOB           VALUE '45'.
               88  WTCOV-RQST-SELECT-LOB           VALUE '46'.
               88  WTCOV-RQST-FREE-LOB             VALUE '47'.
           05  WTCOV-IO-STATUS                     PIC 9(01)
                                                   VALUE 9.
               88  WTCOV-IO-OK                     VALUE 0.
               88  WTCOV-IO-TS-MISMATCH            VALUE 6.
               88  WTCOV-IO-NOT-FOUND              VALUE 7.
               88  WTCOV-IO-EOF                    VALUE 8.
               88  WTCOV-IO-ERROR                  VALUE 9.
           05  WTCOV-OPTM-SQL-STAT-CD              PIC X(01).
               88  WTCOV-OPTM-SQL-OK               VALUE '0'.
               88  WTCOV-OPTM-SQL-IMPRV            VALUE '1'.
               88  WTCOV-OPTM-SQL-ERROR            VALUE '2'.
           05  WTCOV-OPTM-SQL-REQIR                PIC X(02).
           05  WTCOV-OPTM-SQL-EXEC                 PIC X(02).
           05  WTCOV-COMPANY-REQUIRED-SW           PIC X(01)
                                                   VALUE 'Y'.
               88  WTCOV-COMPANY-REQUIRED          VALUE 'Y'.
               88  WTCOV-COMPANY-NOT-REQUIRED      VALUE 'N'.
           05  WTCOV-ENVRMNT-CD                    PIC X(02).
               88  WTCOV-ENVRMNT-FOREGROUND        VALUE 'FG'.
               88  WTCOV-ENVRMNT-BACKGROUND        VALUE 'BG'.
               88  WTCOV-ENVRMNT-BATCH             VALUE 'BA'.
               88  WTCOV-ENVRMNT-GUI               VALUE 'GU'.
           05  WTCOV-CHECK-UPDT-TS                 PIC X(26).
           05  WTCOV-KEY.
               10  WTCOV-CO-ID                  PIC X(02).
               10  WTCOV-APP-ID                 PIC X(15).
           05  WTCOV-ENDBR-KEY.
               10  WTCOV-ENDBR-CO-ID            PIC X(02).
               10  WTCOV-ENDBR-APP-ID           PIC X(15).
           05  FILLER                              PIC X(20).

      *****************************************************************
      **                  END OF COPYBOOK ACFWTCOV                   **
      *****************************************************************
