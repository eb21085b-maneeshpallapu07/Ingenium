      *****************************************************************
      **  MEMBER :  ACPISTKI                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            APPLICATION STICKER INVENTORY - THE RANGES OF    **
      **            PRE-PRINTED APPLICATION STICKERS ISSUED TO EACH  **
      **            SALES OFFICE                                     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
756318**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       STKI-1000-READ.
      *---------------

           MOVE ZERO                   TO WSTKI-SEQ-IO-STATUS.

           READ STKI-DATA-FILE
                AT END
                MOVE '08'            TO WSTKI-SEQ-IO-STATUS
                GO TO STKI-1000-READ-X.

           IF  RSTKI-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WSTKI-SEQ-IO-STATUS
           END-IF.

           IF  WSTKI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  STKI-9000-HANDLE-ERROR
                   THRU STKI-9000-HANDLE-ERROR-X
           END-IF.

       STKI-1000-READ-X.
           EXIT.
      /
      *---------------------
       STKI-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WSTKI-SEQ-IO-STATUS.

           OPEN INPUT STKI-DATA-FILE.

           IF  WSTKI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  STKI-9000-HANDLE-ERROR
                   THRU STKI-9000-HANDLE-ERROR-X
           END-IF.

       STKI-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       STKI-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WSTKI-SEQ-IO-STATUS.

           CLOSE STKI-DATA-FILE.

           IF  WSTKI-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  STKI-9000-HANDLE-ERROR
                   THRU STKI-9000-HANDLE-ERROR-X
           END-IF.

       STKI-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       STKI-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WSTKI-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WSTKI-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WSTKI-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       STKI-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPISTKI                    **
      *****************************************************************
