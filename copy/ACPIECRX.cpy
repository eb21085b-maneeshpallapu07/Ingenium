      *****************************************************************
      **  MEMBER :  ACPIECRX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            EARLY-CLAIM EXPERIENCE REPORT BY UNDERWRITING    **
      **            PATH, PLAN AND CHANNEL                           **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       ECRX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WECRX-SEQ-IO-STATUS.

           WRITE RECRX-SEQ-REC-INFO.

           IF  WECRX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ECRX-9000-HANDLE-ERROR
                   THRU ECRX-9000-HANDLE-ERROR-X
           END-IF.

       ECRX-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       ECRX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WECRX-SEQ-IO-STATUS.

           OPEN OUTPUT ECRX-DATA-FILE.

           IF  WECRX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ECRX-9000-HANDLE-ERROR
                   THRU ECRX-9000-HANDLE-ERROR-X
           END-IF.

       ECRX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       ECRX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WECRX-SEQ-IO-STATUS.

           CLOSE ECRX-DATA-FILE.

           IF  WECRX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ECRX-9000-HANDLE-ERROR
                   THRU ECRX-9000-HANDLE-ERROR-X
           END-IF.

       ECRX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       ECRX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WECRX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WECRX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WECRX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       ECRX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIECRX                    **
      *****************************************************************
