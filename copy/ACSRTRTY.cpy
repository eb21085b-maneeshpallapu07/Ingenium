      *****************************************************************
      **  MEMBER :  ACSRTRTY                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE REINSURANCE TREATY MASTER. **
      **            ONE ROW PER PLAN (PLAN ID OF ALL ASTERISKS IS    **
      **            THE COMPANY DEFAULT) AND TREATY SHARE: THE       **
      **            TREATY, THE REINSURER, THE SHARE OF THE CEDED    **
      **            AMOUNT PLACED WITH IT AND THE ANNUAL REINSURANCE **
      **            PREMIUM RATE PER THOUSAND CEDED.  THE SHARES FOR **
      **            A PLAN SUM TO 100 PERCENT                        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RTRTY-SEQ-REC-INFO.
           05  RTRTY-PLAN-ID             PIC X(15).
           05  RTRTY-TRTY-ID             PIC X(08).
           05  RTRTY-REINSR-ID           PIC X(08).
           05  RTRTY-SHARE-PCT           PIC 9(03)V9(02).
           05  RTRTY-PREM-RATE           PIC 9(03)V9(04).
           05  RTRTY-EFF-DT              PIC X(10).
           05  RTRTY-XPRY-DT             PIC X(10).
           05  FILLER                    PIC X(17).

      *****************************************************************
      **                 END OF COPYBOOK ACSRTRTY                    **
      *****************************************************************
