      *****************************************************************
      **  MEMBER :  ACSRRFEX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE REFERRAL CODE EXCEPTION    **
      **            LIST. ONE D ROW PER APPLICATION UPLOADED IN THE  **
      **            RUN WINDOW WHOSE REFERRAL CODE IS NOT ON THE     **
      **            PARTNER MASTER (U), HAD EXPIRED (X) OR WAS NOT   **
      **            YET EFFECTIVE (N) ON THE UPLOAD DATE, AND A T    **
      **            TRAILER                                          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
271946**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RRFEX-SEQ-REC-INFO.
           05  RRFEX-REC-TYP-CD          PIC X(01).
               88  RRFEX-REC-TYP-DETAIL        VALUE 'D'.
               88  RRFEX-REC-TYP-TRAILER       VALUE 'T'.
           05  RRFEX-APP-ID              PIC X(15).
           05  RRFEX-REC-DATA            PIC X(84).
           05  RRFEX-DETAIL-DATA         REDEFINES RRFEX-REC-DATA.
               10  RRFEX-POL-ID          PIC X(10).
               10  RRFEX-REFRL-CD        PIC X(06).
               10  RRFEX-EXCP-CD         PIC X(01).
                   88  RRFEX-EXCP-UNKNOWN      VALUE 'U'.
                   88  RRFEX-EXCP-EXPIRED      VALUE 'X'.
                   88  RRFEX-EXCP-NOT-YET-EFF  VALUE 'N'.
               10  RRFEX-APP-UPLD-DT     PIC X(10).
      *            NEAREST MASTER ROW FOR THE CODE - SPACES WHEN
      *            THE CODE IS UNKNOWN
               10  RRFEX-PRTNR-ID        PIC X(10).
               10  RRFEX-PRTNR-EFF-DT    PIC X(10).
               10  RRFEX-PRTNR-EXP-DT    PIC X(10).
               10  FILLER                PIC X(27).
           05  RRFEX-TRAILER-DATA        REDEFINES RRFEX-REC-DATA.
               10  RRFEX-TRL-FROM-DT     PIC X(10).
               10  RRFEX-TRL-TO-DT       PIC X(10).
               10  RRFEX-TRL-REFRL-CNT   PIC 9(07).
               10  RRFEX-TRL-EXCP-CNT    PIC 9(07).
               10  FILLER                PIC X(50).

      *****************************************************************
      **                 END OF COPYBOOK ACSRRFEX                    **
      *****************************************************************
