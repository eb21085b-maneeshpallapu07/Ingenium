      *****************************************************************
      **  MEMBER :  ACSRIMPX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE CODED IMPAIRMENT EXTRACT.  **
      **            WRITTEN BY THE IMPORT, ONE ROW PER INSURED AND   **
      **            IMPAIRMENT CODE, FROM THE FIRST QUESTIONNAIRE    **
      **            ANSWER THAT CODED TO IT; READ BY ASBM9504 FOR THE**
      **            IMPAIRMENT MIX BY PLAN AND PASSED TO THE         **
      **            REINSURERS AS IS                                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
782630**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RIMPX-SEQ-REC-INFO.
           05  RIMPX-CO-ID               PIC X(02).
           05  RIMPX-APP-ID              PIC X(15).
           05  RIMPX-CLI-ID              PIC X(10).
           05  RIMPX-PLAN-ID             PIC X(15).
           05  RIMPX-IMPR-CD             PIC X(06).
           05  RIMPX-IMPR-SVRTY-CD       PIC X(01).
           05  RIMPX-STRUCT-NM           PIC X(20).
           05  RIMPX-FLD-NM              PIC X(20).
           05  RIMPX-ANSR-VALU           PIC X(15).
           05  RIMPX-CNV-DT              PIC X(10).
           05  FILLER                    PIC X(06).

      *****************************************************************
      **                 END OF COPYBOOK ACSRIMPX                    **
      *****************************************************************
