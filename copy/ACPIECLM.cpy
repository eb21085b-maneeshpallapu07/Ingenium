      *****************************************************************
      **  MEMBER :  ACPIECLM                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            EARLY-CLAIM FILE FROM THE CLAIMS SYSTEM - CLAIMS **
      **            INCURRED IN THE CONTESTABLE PERIOD               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       ECLM-1000-READ.
      *---------------

           MOVE ZERO                   TO WECLM-SEQ-IO-STATUS.

           READ ECLM-DATA-FILE
                AT END
                MOVE '08'            TO WECLM-SEQ-IO-STATUS
                GO TO ECLM-1000-READ-X.

           IF  RECLM-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WECLM-SEQ-IO-STATUS
           END-IF.

           IF  WECLM-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ECLM-9000-HANDLE-ERROR
                   THRU ECLM-9000-HANDLE-ERROR-X
           END-IF.

       ECLM-1000-READ-X.
           EXIT.
      /
      *---------------------
       ECLM-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WECLM-SEQ-IO-STATUS.

           OPEN INPUT ECLM-DATA-FILE.

           IF  WECLM-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ECLM-9000-HANDLE-ERROR
                   THRU ECLM-9000-HANDLE-ERROR-X
           END-IF.

       ECLM-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       ECLM-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WECLM-SEQ-IO-STATUS.

           CLOSE ECLM-DATA-FILE.

           IF  WECLM-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ECLM-9000-HANDLE-ERROR
                   THRU ECLM-9000-HANDLE-ERROR-X
           END-IF.

       ECLM-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       ECLM-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WECLM-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WECLM-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WECLM-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       ECLM-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIECLM                    **
      *****************************************************************
