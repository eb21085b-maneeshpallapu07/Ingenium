      *****************************************************************
      **  MEMBER :  ACFWWVAL                                         **
      **  REMARKS:  REQUIREMENT WAIVER AUTHORITY TABLE WORK AREA     **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
418639**  15OCT26   CREATED FOR REQUIREMENT WAIVER AUTHORITY LIMITS  **
      *****************************************************************

       01  WWVAL-IO-WORK-AREA.
           05  WWVAL-TABLE-NAME                    PIC X(04)
                                                   VALUE 'WVAL'.
           05  WWVAL-RQST-CD                       PIC X(02).
               88  WWVAL-RQST-SELECT               VALUE '01'.
               88  WWVAL-RQST-SELECT-FOR-UPDATE    VALUE '02'.
               88  WWVAL-RQST-UPDATE               VALUE '03'.
               88  WWVAL-RQST-CLOSE-UPDATE-CUR     VALUE '04'.
               88  WWVAL-RQST-INIT-TBL-LAYOUT      VALUE '05'.
               88  WWVAL-RQST-INSERT               VALUE '06'.
               88  WWVAL-RQST-DELETE               VALUE '07'.
               88  WWVAL-RQST-BROWSE               VALUE '08'.
               88  WWVAL-RQST-FETCH-NEXT           VALUE '09'.
               88  WWVAL-RQST-CLOSE-BROWSE-CUR     VALUE '10'.
               88  WWVAL-RQST-BROWSE-PREV          VALUE '11'.
               88  WWVAL-RQST-FETCH-PREV           VALUE '12'.
               88  WWVAL-RQST-CLOSE-BR-PREV-CUR    VALUE '13'.
               88  WWVAL-RQST-DELETE-KEY-RANGE     VALUE '14'.
               88  WWVAL-RQST-DELETE-WITH-KEY      VALUE '15'.
               88  WWVAL-RQST-SELECT-MIN           VALUE '21'.
               88  WWVAL-RQST-SELECT-MAX           VALUE '22'.
               88  WWVAL-RQST-SELECT-COUNT         VALUE '23'.
               88  WWVAL-RQST-SELECT-INDEX         VALUE '24'.
               88  WWVAL-RQST-BROWSE-INDEX         VALUE '25'.
               88  WWVAL-RQST-FETCH-NEXT-INDEX     VALUE '26'.
               88  WWVAL-RQST-CLOSE-BROWSE-INDEX   VALUE '27'.
               88  WWVAL-RQST-BROWSE-PREV-INDEX    VALUE '28'.
               88  WWVAL-RQST-FETCH-PREV-INDEX     VALUE '29'.
               88  WWVAL-RQST-CLOSE-BR-PREV-INDEX  VALUE '30'.
               88  WWVAL-RQST-SELECT-FOR-UPDATE-2  VALUE '31'.
               88  WWVAL-RQST-BROWSE-UCUR          VALUE '32'.
               88  WWVAL-RQST-FETCH-NEXT-UCUR      VALUE '33'.
               88  WWVAL-RQST-UPDATE-UCUR          VALUE '34'.
               88  WWVAL-RQST-DELETE-UCUR          VALUE '35'.
               88  WWVAL-RQST-CLOSE-UCUR           VALUE '36'.
               88  WWVAL-RQST-BROWSE-IX-UCUR       VALUE '37'.
               88  WWVAL-RQST-FETCH-NEXT-IX-UCUR   VALUE '38'.
               88  WWVAL-RQST-UPDATE-IX-UCUR       VALUE '39'.
               88  WWVAL-RQST-DELETE-IX-UCUR       VALUE '40'.
               88  WWVAL-RQST-CLOSE-IX-UCUR        VALUE '41'.
               88  WWVAL-RQST-BROWSE-TABLE         VALUE '42'.
               88  WWVAL-RQST-FETCH-NEXT-TABLE     VALUE '43'.
               88  WWVAL-RQST-CLOSE-BROWSE-TABLE   VALUE '44'.
               88  WWVAL-RQST-UPDATE-LOB           VALUE '45'.
               88  WWVAL-RQST-SELECT-LOB           VALUE '46'.
               88  WWVAL-RQST-FREE-LOB             VALUE '47'.
           05  WWVAL-IO-STATUS                     PIC 9(01)
                                                   VALUE 9.
               88  WWVAL-IO-OK                     VALUE 0.
               88  WWVAL-IO-TS-MISMATCH            VALUE 6.
               88  WWVAL-IO-NOT-FOUND              VALUE 7.
               88  WWVAL-IO-EOF                    VALUE 8.
               88  WWVAL-IO-ERROR                  VALUE 9.
           05  WWVAL-OPTM-SQL-STAT-CD              PIC X(01).
               88  WWVAL-OPTM-SQL-OK               VALUE '0'.
               88  WWVAL-OPTM-SQL-IMPRV            VALUE '1'.
               88  WWVAL-OPTM-SQL-ERROR            VALUE '2'.
           05  WWVAL-OPTM-SQL-REQIR                PIC X(02).
           05  WWVAL-OPTM-SQL-EXEC                 PIC X(02).
           05  WWVAL-COMPANY-REQUIRED-SW           PIC X(01)
                                                   VALUE 'Y'.
               88  WWVAL-COMPANY-REQUIRED          VALUE 'Y'.
               88  WWVAL-COMPANY-NOT-REQUIRED      VALUE 'N'.
           05  WWVAL-ENVRMNT-CD                    PIC X(02).
               88  WWVAL-ENVRMNT-FOREGROUND        VALUE 'FG'.
               88  WWVAL-ENVRMNT-BACKGROUND        VALUE 'BG'.
               88  WWVAL-ENVRMNT-BATCH             VALUE 'BA'.
               88  WWVAL-ENVRMNT-GUI               VALUE 'GU'.
           05  WWVAL-CHECK-UPDT-TS                 PIC X(26).
           05  WWVAL-KEY.
               10  WWVAL-CO-ID                  PIC X(02).
               10  WWVAL-USER-ID                PIC X(08).
               10  WWVAL-REQIR-CODE             PIC X(05).
           05  WWVAL-ENDBR-KEY.
               10  WWVAL-ENDBR-CO-ID            PIC X(02).
               10  WWVAL-ENDBR-USER-ID          PIC X(08).
               10  WWVAL-ENDBR-REQIR-CODE       PIC X(05).
           05  FILLER                              PIC X(20).

      *****************************************************************
      **                  END OF COPYBOOK ACFWWVAL                   **
      *****************************************************************
