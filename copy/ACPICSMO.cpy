      *****************************************************************
      **  MEMBER :  ACPICSMO                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            REINSURANCE CESSION MASTER (NEW GENERATION)      **
      **            WRITTEN BY THE ASBM9505 MONTHLY BORDEREAU        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       CSMO-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WCSMO-SEQ-IO-STATUS.

           WRITE RCSMO-SEQ-REC-INFO.

           IF  WCSMO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CSMO-9000-HANDLE-ERROR
                   THRU CSMO-9000-HANDLE-ERROR-X
           END-IF.

       CSMO-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       CSMO-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WCSMO-SEQ-IO-STATUS.

           OPEN OUTPUT CSMO-DATA-FILE.

           IF  WCSMO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CSMO-9000-HANDLE-ERROR
                   THRU CSMO-9000-HANDLE-ERROR-X
           END-IF.

       CSMO-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       CSMO-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WCSMO-SEQ-IO-STATUS.

           CLOSE CSMO-DATA-FILE.

           IF  WCSMO-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CSMO-9000-HANDLE-ERROR
                   THRU CSMO-9000-HANDLE-ERROR-X
           END-IF.

       CSMO-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       CSMO-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WCSMO-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCSMO-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCSMO-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       CSMO-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPICSMO                    **
      *****************************************************************
