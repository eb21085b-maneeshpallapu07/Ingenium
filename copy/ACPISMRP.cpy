      *****************************************************************
      **  MEMBER :  ACPISMRP                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            MONTHLY SALES MATERIAL COMPLIANCE REPORT         **
      **            (ASBM9538)                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
529417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       SMRP-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WSMRP-SEQ-IO-STATUS.

           WRITE RSMRP-SEQ-REC-INFO.

           IF  WSMRP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SMRP-9000-HANDLE-ERROR
                   THRU SMRP-9000-HANDLE-ERROR-X
           END-IF.

       SMRP-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       SMRP-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WSMRP-SEQ-IO-STATUS.

           OPEN OUTPUT SMRP-DATA-FILE.

           IF  WSMRP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SMRP-9000-HANDLE-ERROR
                   THRU SMRP-9000-HANDLE-ERROR-X
           END-IF.

       SMRP-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       SMRP-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WSMRP-SEQ-IO-STATUS.

           CLOSE SMRP-DATA-FILE.

           IF  WSMRP-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SMRP-9000-HANDLE-ERROR
                   THRU SMRP-9000-HANDLE-ERROR-X
           END-IF.

       SMRP-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       SMRP-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WSMRP-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WSMRP-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WSMRP-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       SMRP-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPISMRP                    **
      *****************************************************************
