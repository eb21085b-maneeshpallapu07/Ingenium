      *****************************************************************
      **  MEMBER :  ACPIAGRP                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            ORPHANED-AGENT REASSIGNMENT REPORT               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       AGRP-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WAGRP-SEQ-IO-STATUS.

           WRITE RAGRP-SEQ-REC-INFO.

           IF  WAGRP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  AGRP-9000-HANDLE-ERROR
                   THRU AGRP-9000-HANDLE-ERROR-X
           END-IF.

       AGRP-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       AGRP-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WAGRP-SEQ-IO-STATUS.

           OPEN OUTPUT AGRP-DATA-FILE.

           IF  WAGRP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  AGRP-9000-HANDLE-ERROR
                   THRU AGRP-9000-HANDLE-ERROR-X
           END-IF.

       AGRP-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       AGRP-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WAGRP-SEQ-IO-STATUS.

           CLOSE AGRP-DATA-FILE.

           IF  WAGRP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  AGRP-9000-HANDLE-ERROR
                   THRU AGRP-9000-HANDLE-ERROR-X
           END-IF.

       AGRP-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       AGRP-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WAGRP-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WAGRP-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WAGRP-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       AGRP-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIAGRP                    **
      *****************************************************************
