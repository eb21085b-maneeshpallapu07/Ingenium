      *****************************************************************
      **  MEMBER :  ACPIBKBR                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            BANK/BRANCH MASTER FROM THE BANKING              **
      **            ASSOCIATION WITH MERGE AND CLOSURE STATUS        **
      **            (ASRUBKBR)                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
528093**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       BKBR-1000-READ.
      *---------------

           MOVE ZERO                   TO WBKBR-SEQ-IO-STATUS.

           READ BKBR-DATA-FILE
                AT END
                MOVE '08'            TO WBKBR-SEQ-IO-STATUS
                GO TO BKBR-1000-READ-X.

           IF  RBKBR-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WBKBR-SEQ-IO-STATUS
           END-IF.

           IF  WBKBR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  BKBR-9000-HANDLE-ERROR
                   THRU BKBR-9000-HANDLE-ERROR-X
           END-IF.

       BKBR-1000-READ-X.
           EXIT.
      /
      *---------------------
       BKBR-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WBKBR-SEQ-IO-STATUS.

           OPEN INPUT BKBR-DATA-FILE.

           IF  WBKBR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  BKBR-9000-HANDLE-ERROR
                   THRU BKBR-9000-HANDLE-ERROR-X
           END-IF.

       BKBR-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       BKBR-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WBKBR-SEQ-IO-STATUS.

           CLOSE BKBR-DATA-FILE.

           IF  WBKBR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  BKBR-9000-HANDLE-ERROR
                   THRU BKBR-9000-HANDLE-ERROR-X
           END-IF.

       BKBR-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       BKBR-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WBKBR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WBKBR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WBKBR-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       BKBR-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIBKBR                    **
      *****************************************************************
