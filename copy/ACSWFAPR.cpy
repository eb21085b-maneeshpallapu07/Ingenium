      *****************************************************************
      **  MEMBER :  ACSWFAPR                                         **
      **  REMARKS:  I/O WORK AREA FOR THE                            **
      **            POLICY FORM APPROVAL MASTER - THE JURISDICTIONS  **
      **            EACH APPLICATION FORM IS APPROVED IN AND FOR     **
      **            WHAT DATES                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
861529**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  WFAPR-SEQ-IO-WORK-AREA.
           05  WFAPR-SEQ-IO-COMMAND      PIC X(02).
           05  WFAPR-SEQ-IO-STATUS       PIC X(02).
               88  WFAPR-SEQ-IO-EOF             VALUE '08'.
           05  WFAPR-SEQ-FILE-STATUS     PIC X(02).
           05  WFAPR-SEQ-FILE-NAME       PIC X(08)  VALUE 'FAPR'.

      *****************************************************************
      **                 END OF COPYBOOK ACSWFAPR                    **
      *****************************************************************
