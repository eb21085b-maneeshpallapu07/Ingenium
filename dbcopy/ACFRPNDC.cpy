      **  RELEASE   DESCRIPTION                                      **
      **                                                             **
487159**  22AUG26   CREATED FOR TWO-PERSON MAINTENANCE APPROVAL      **
622314**  15OCT26   TARGET KEY WIDENED FOR THE RELEASE-KEYED UFLD    **
703518**  15OCT26   PRIOR ROW IMAGE KEPT AT APPROVAL FOR ROLLBACK    **
      *****************************************************************

       01  RPNDC-REC-INFO.
               88  RPNDC-ACTN-CREATE            VALUE 'C'.
               88  RPNDC-ACTN-UPDATE            VALUE 'U'.
               88  RPNDC-ACTN-DELETE            VALUE 'D'.
622314     05  RPNDC-TRGT-KEY                   PIC X(46).
           05  RPNDC-ROW-IMAGE                  PIC X(100).
           05  RPNDC-STAT-CD                    PIC X(01).
               88  RPNDC-STAT-PENDING           VALUE 'P'.
           05  RPNDC-APRV-USER-ID               PIC X(08).
           05  RPNDC-APRV-DT                    PIC X(10).
           05  RPNDC-XPIR-DT                    PIC X(10).
703518     05  RPNDC-PRIOR-IMAGE                PIC X(100).
622314     05  FILLER                           PIC X(06).

      *****************************************************************
      **                 END OF COPYBOOK ACFRPNDC                    **
