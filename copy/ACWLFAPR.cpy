      *****************************************************************
      **  MEMBER :  ACWLFAPR                                         **
      **  REMARKS:  PARAMETER AREA FOR THE ASRUFAPR POLICY FORM      **
      **            APPROVAL SUBPROGRAM.  THE CALLER SUPPLIES THE    **
      **            APPLICATION FORM NUMBER, THE ISSUE LOCATION AND  **
      **            THE APPLICATION SIGNATURE DATE; THE SUBPROGRAM   **
      **            RETURNS WHETHER THE FORM WAS APPROVED IN THAT    **
      **            JURISDICTION ON THAT DATE, FROM THE FAPR MASTER. **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
861529**  15OCT26  DEV    CREATED FOR FORM APPROVAL EDIT             **
      *****************************************************************

       01  LFAPR-PARM-AREA.
           05  LFAPR-FORM-NUM                PIC X(15).
           05  LFAPR-ISS-LOC-CD              PIC X(02).
           05  LFAPR-SIGN-DT                 PIC X(10).
           05  LFAPR-APPRV-DT                PIC X(10).
           05  LFAPR-WTHDR-DT                PIC X(10).
           05  LFAPR-RETURN-CD               PIC X(02).
               88  LFAPR-FORM-APPROVED             VALUE '00'.
               88  LFAPR-FORM-NOT-FILED            VALUE '01'.
               88  LFAPR-FORM-NOT-YET-APPROVED     VALUE '02'.
               88  LFAPR-FORM-WITHDRAWN            VALUE '03'.
               88  LFAPR-FORM-NOT-EDITED           VALUE '04'.

      *****************************************************************
      **                 END OF COPYBOOK ACWLFAPR                    **
      *****************************************************************
