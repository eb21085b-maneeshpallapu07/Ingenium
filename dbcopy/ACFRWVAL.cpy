      *****************************************************************
      **  MEMBER :  ACFRWVAL                                         **
      **  REMARKS:  REQUIREMENT WAIVER AUTHORITY TABLE LAYOUT. ONE   **
      **            ROW PER COMPANY, USER AND REQUIREMENT CODE       **
      **            GIVING THE HIGHEST APPLICATION FACE AMOUNT FOR   **
      **            WHICH THE USER MAY WAIVE THAT REQUIREMENT. A     **
      **            REQUIREMENT CODE OF '*' APPLIES TO ANY           **
      **            REQUIREMENT WITHOUT A ROW OF ITS OWN. A LIMIT OF **
      **            ALL NINES IS UNLIMITED AND ALSO ALLOWS THE USER  **
      **            TO MAINTAIN THE LIMITS. MAINTAINED AND READ BY   **
      **            ASOM2190.                                        **
      **  LENGTH :  46                                               **
      *****************************************************************
      **  RELEASE  AUTH DESCRIPTION                                  **
      **                                                             **
418639**  15OCT26  DEV  CREATED FOR REQUIREMENT WAIVER AUTHORITY     **
418639**                LIMITS                                       **
      *****************************************************************

       01  RWVAL-REC-INFO.
           05  RWVAL-KEY.
               10  RWVAL-CO-ID                  PIC X(02).
               10  RWVAL-USER-ID                PIC X(08).
               10  RWVAL-REQIR-CODE             PIC X(05).
           05  RWVAL-MAX-FACE-AMT               PIC 9(13).
               88  RWVAL-UNLIMITED              VALUE 9999999999999.
           05  RWVAL-UPDT-USER-ID               PIC X(08).
           05  RWVAL-UPDT-DT                    PIC X(10).

      *****************************************************************
      **                 END OF COPYBOOK ACFRWVAL                    **
      *****************************************************************
