      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
924631**  02SEP26  DEV    CREATED FOR PLAN AVAILABILITY EDIT         **
693057**  15OCT26  DEV    CONDITIONAL RECEIPT LIMIT AND MAXIMUM      **
693057**                  TEMPORARY COVERAGE PERIOD                  **
      *****************************************************************

       01  RPLAV-SEQ-REC-INFO.
               10  RPLAV-CHNL-CD             OCCURS 10 TIMES
                                             PIC X(01).
           05  RPLAV-GRACE-DAYS              PIC 9(03).
693057*    CONDITIONAL TEMPORARY COVERAGE GIVEN BY A CWA RECEIPT -
693057*    THE MOST IT COVERS AND THE MOST DAYS IT RUNS.  A ZERO
693057*    LIMIT MEANS THE PLAN GIVES NO TEMPORARY COVERAGE.
693057     05  RPLAV-COND-RCPT-LMT-AMT       PIC 9(13).
693057     05  RPLAV-COND-RCPT-MAX-DAYS      PIC 9(03).
693057*    05  FILLER                        PIC X(32).
693057     05  FILLER                        PIC X(16).

      *****************************************************************
      **                 END OF COPYBOOK ACSRPLAV                    **
