      *****************************************************************
      **  MEMBER :  ACSRIMPC                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE IMPAIRMENT CODE MASTER.    **
      **            ONE ROW PER MEDICAL-EVIDENCE QUESTIONNAIRE       **
      **            STRUCTURE (MEDEVID...MQ, CHEST, DIABETES,        **
      **            ASTHMA), FIELD AND ANSWER, CARRYING THE STANDARD **
      **            IMPAIRMENT CODE THE ANSWER REPRESENTS.  A FIELD  **
      **            NAME OF SPACES MATCHES ANY FIELD IN THE          **
      **            STRUCTURE AND AN ANSWER OF SPACES MATCHES ANY    **
      **            NON-BLANK ANSWER; THE MOST SPECIFIC ROW WINS.  A **
      **            ROW WITH A BLANK IMPAIRMENT CODE MARKS AN ANSWER **
      **            THAT IS NOT AN IMPAIRMENT (E.G. A 'NO' RESPONSE) **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
782630**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RIMPC-SEQ-REC-INFO.
           05  RIMPC-STRUCT-NM           PIC X(20).
           05  RIMPC-FLD-NM              PIC X(20).
           05  RIMPC-ANSR-VALU           PIC X(15).
           05  RIMPC-IMPR-CD             PIC X(06).
           05  RIMPC-IMPR-SVRTY-CD       PIC X(01).
               88  RIMPC-IMPR-SVRTY-MINOR      VALUE '1'.
               88  RIMPC-IMPR-SVRTY-MODERATE   VALUE '2'.
               88  RIMPC-IMPR-SVRTY-MAJOR      VALUE '3'.
           05  FILLER                    PIC X(18).

      *****************************************************************
      **                 END OF COPYBOOK ACSRIMPC                    **
      *****************************************************************
