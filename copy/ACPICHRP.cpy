      *****************************************************************
      **  MEMBER :  ACPICHRP                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            AGENT REPLACEMENT-CHURNING REVIEW REPORT         **
      **            (PRINT IMAGE)                                    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
418263**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       CHRP-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WCHRP-SEQ-IO-STATUS.

           WRITE RCHRP-SEQ-REC-INFO.

           IF  WCHRP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CHRP-9000-HANDLE-ERROR
                   THRU CHRP-9000-HANDLE-ERROR-X
           END-IF.

       CHRP-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       CHRP-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WCHRP-SEQ-IO-STATUS.

           OPEN OUTPUT CHRP-DATA-FILE.

           IF  WCHRP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CHRP-9000-HANDLE-ERROR
                   THRU CHRP-9000-HANDLE-ERROR-X
           END-IF.

       CHRP-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       CHRP-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WCHRP-SEQ-IO-STATUS.

           CLOSE CHRP-DATA-FILE.

           IF  WCHRP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CHRP-9000-HANDLE-ERROR
                   THRU CHRP-9000-HANDLE-ERROR-X
           END-IF.

       CHRP-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       CHRP-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WCHRP-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCHRP-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCHRP-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       CHRP-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPICHRP                    **
      *****************************************************************
