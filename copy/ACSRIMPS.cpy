      *****************************************************************
      **  MEMBER :  ACSRIMPS                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE IMPAIRMENT MIX SUMMARY     **
      **            WRITTEN BY ASBM9504.  ONE ROW PER PLAN AND       **
      **            IMPAIRMENT CODE WITH THE NUMBER OF INSUREDS CODED**
      **            TO IT AND THAT NUMBER AS A PERCENTAGE OF THE     **
      **            PLAN'S CODED INSUREDS, PLUS ONE TOTAL ROW PER PLAN**
      **            (IMPAIRMENT CODE ALL ASTERISKS) CARRYING THE     **
      **            PLAN'S DISTINCT CODED INSURED COUNT              **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
782630**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RIMPS-SEQ-REC-INFO.
           05  RIMPS-CO-ID               PIC X(02).
           05  RIMPS-FROM-DT             PIC X(10).
           05  RIMPS-TO-DT               PIC X(10).
           05  RIMPS-PLAN-ID             PIC X(15).
           05  RIMPS-IMPR-CD             PIC X(06).
           05  RIMPS-IMPR-SVRTY-CD       PIC X(01).
           05  RIMPS-INSRD-CNT           PIC 9(07).
           05  RIMPS-PCT-OF-PLAN         PIC 9(03)V9(02).
           05  FILLER                    PIC X(24).

      *****************************************************************
      **                 END OF COPYBOOK ACSRIMPS                    **
      *****************************************************************
