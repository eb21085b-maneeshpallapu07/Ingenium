      *****************************************************************
      **  MEMBER :  ACFWWAIV                                         **
      **  REMARKS:  REQUIREMENT WAIVER LOG TABLE WORK AREA           **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
418639**  15OCT26   CREATED FOR ONLINE REQUIREMENT WAIVER            **
      *****************************************************************

       01  WWAIV-IO-WORK-AREA.
           05  WWAIV-TABLE-NAME                    PIC X(04)
                                                   VALUE 'WAIV'.
           05  WWAIV-RQST-CD                       PIC X(02).
               88  WWAIV-RQST-SELECT               VALUE '01'.
               88  WWAIV-RQST-SELECT-FOR-UPDATE    VALUE '02'.
               88  WWAIV-RQST-UPDATE               VALUE '03'.
               88  WWAIV-RQST-CLOSE-UPDATE-CUR     VALUE '04'.
               88  WWAIV-RQST-INIT-TBL-LAYOUT      VALUE '05'.
               88  WWAIV-RQST-INSERT               VALUE '06'.
               88  WWAIV-RQST-DELETE               VALUE '07'.
               88  WWAIV-RQST-BROWSE               VALUE '08'.
               88  WWAIV-RQST-FETCH-NEXT           VALUE '09'.
               88  WWAIV-RQST-CLOSE-BROWSE-CUR     VALUE '10'.
               88  WWAIV-RQST-BROWSE-PREV          VALUE '11'.
               88  WWAIV-RQST-FETCH-PREV           VALUE '12'.
               88  WWAIV-RQST-CLOSE-BR-PREV-CUR    VALUE '13'.
               88  WWAIV-RQST-DELETE-KEY-RANGE     VALUE '14'.
               88  WWAIV-RQST-DELETE-WITH-KEY      VALUE '15'.
               88  WWAIV-RQST-SELECT-MIN           VALUE '21'.
               88  WWAIV-RQST-SELECT-MAX           VALUE '22'.
               88  WWAIV-RQST-SELECT-COUNT         VALUE '23'.
               88  WWAIV-RQST-SELECT-INDEX         VALUE '24'.
               88  WWAIV-RQST-BROWSE-INDEX         VALUE '25'.
               88  WWAIV-RQST-FETCH-NEXT-INDEX     VALUE '26'.
               88  WWAIV-RQST-CLOSE-BROWSE-INDEX   VALUE '27'.
               88  WWAIV-RQST-BROWSE-PREV-INDEX    VALUE '28'.
               88  WWAIV-RQST-FETCH-PREV-INDEX     VALUE '29'.
               88  WWAIV-RQST-CLOSE-BR-PREV-INDEX  VALUE '30'.
               88  WWAIV-RQST-SELECT-FOR-UPDATE-2  VALUE '31'.
               88  WWAIV-RQST-BROWSE-UCUR          VALUE '32'.
               88  WWAIV-RQST-FETCH-NEXT-UCUR      VALUE '33'.
               88  WWAIV-RQST-UPDATE-UCUR          VALUE '34'.
               88  WWAIV-RQST-DELETE-UCUR          VALUE '35'.
               88  WWAIV-RQST-CLOSE-UCUR           VALUE '36'.
               88  WWAIV-RQST-BROWSE-IX-UCUR       VALUE '37'.
               88  WWAIV-RQST-FETCH-NEXT-IX-UCUR   VALUE '38'.
               88  WWAIV-RQST-UPDATE-IX-UCUR       VALUE '39'.
               88  WWAIV-RQST-DELETE-IX-UCUR       VALUE '40'.
               88  WWAIV-RQST-CLOSE-IX-UCUR        VALUE '41'.
               88  WWAIV-RQST-BROWSE-TABLE         VALUE '42'.
               88  WWAIV-RQST-FETCH-NEXT-TABLE     VALUE '43'.
               88  WWAIV-RQST-CLOSE-BROWSE-TABLE   VALUE '44'.
               88  WWAIV-RQST-UPDATE-LOB           VALUE '45'.
               88  WWAIV-RQST-SELECT-LOB           VALUE '46'.
               88  WWAIV-RQST-FREE-LOB             VALUE '47'.
           05  WWAIV-IO-STATUS                     PIC 9(01)
                                                   VALUE 9.
               88  WWAIV-IO-OK                     VALUE 0.
               88  WWAIV-IO-TS-MISMATCH            VALUE 6.
               88  WWAIV-IO-NOT-FOUND              VALUE 7.
               88  WWAIV-IO-EOF                    VALUE 8.
               88  WWAIV-IO-ERROR                  VALUE 9.
           05  WWAIV-OPTM-SQL-STAT-CD              PIC X(01).
               88  WWAIV-OPTM-SQL-OK               VALUE '0'.
               88  WWAIV-OPTM-SQL-IMPRV            VALUE '1'.
               88  WWAIV-OPTM-SQL-ERROR            VALUE '2'.
           05  WWAIV-OPTM-SQL-REQIR                PIC X(02).
           05  WWAIV-OPTM-SQL-EXEC                 PIC X(02).
           05  WWAIV-COMPANY-REQUIRED-SW           PIC X(01)
                                                   VALUE 'Y'.
               88  WWAIV-COMPANY-REQUIRED          VALUE 'Y'.
               88  WWAIV-COMPANY-NOT-REQUIRED      VALUE 'N'.
           05  WWAIV-ENVRMNT-CD                    PIC X(02).
               88  WWAIV-ENVRMNT-FOREGROUND        VALUE 'FG'.
               88  WWAIV-ENVRMNT-BACKGROUND        VALUE 'BG'.
               88  WWAIV-ENVRMNT-BATCH             VALUE 'BA'.
               88  WWAIV-ENVRMNT-GUI               VALUE 'GU'.
           05  WWAIV-CHECK-UPDT-TS                 PIC X(26).
           05  WWAIV-KEY.
               10  WWAIV-CO-ID                  PIC X(02).
               10  WWAIV-APP-ID                 PIC X(15).
               10  WWAIV-REQIR-CODE             PIC X(05).
           05  WWAIV-ENDBR-KEY.
               10  WWAIV-ENDBR-CO-ID            PIC X(02).
               10  WWAIV-ENDBR-APP-ID           PIC X(15).
               10  WWAIV-ENDBR-REQIR-CODE       PIC X(05).
           05  FILLER                              PIC X(20).

      *****************************************************************
      **                  END OF COPYBOOK ACFWWAIV                   **
      *****************************************************************
