      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
MFFUPL**  01OCT05   CREATED FOR UFND PROCESSING                      **
536182**  15OCT26   MODEL PORTFOLIO CODE AND DATE                    **
      *****************************************************************

       01  RUFND-REC-INFO.
           05  RUFND-SA-SUBSEQ-PREM-PCT         PIC S9(03)V9(04) COMP-3.
           05  RUFND-SA-INIT-LMPSM-PCT          PIC S9(03)V9(04) COMP-3.
           05  RUFND-SA-CNVR-FND-PCT            PIC S9(03)V9(04) COMP-3.
536182*    MODEL PORTFOLIO.  THE UPLOAD MAY SEND A MODEL IN PLACE OF
536182*    FUND ROWS AS ONE ROW WHOSE FUND ID IS THE MODEL CODE, WITH
536182*    MDL-PORT-CD SET TO THE SAME CODE AND MDL-DT TO THE SIGNATURE
536182*    DATE.  ASBM9516 REPLACES IT WITH THE MODEL'S FUND ROWS, EACH
536182*    KEEPING MDL-PORT-CD AND CARRYING IN MDL-DT THE EFFECTIVE DATE
536182*    OF THE MODEL VERSION APPLIED.  SPACES ON A FUND CHOSEN ALONE.
536182     05  RUFND-MDL-PORT-CD                PIC X(05).
536182     05  RUFND-MDL-DT                     PIC X(10).
536182     05  FILLER                           PIC X(05).

      *****************************************************************
      **                 END OF COPYBOOK ACFRUFND                    **
