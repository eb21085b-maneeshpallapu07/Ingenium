      *****************************************************************
      **  MEMBER :  ACPIACPX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            ADDRESS/CONTACT CHANGE PROPOSAL FILE             **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       ACPX-1000-READ.
      *---------------

           MOVE ZERO                   TO WACPX-SEQ-IO-STATUS.

           READ ACPX-DATA-FILE
                AT END
                MOVE '08'            TO WACPX-SEQ-IO-STATUS
                GO TO ACPX-1000-READ-X.

           IF  RACPX-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WACPX-SEQ-IO-STATUS
           END-IF.

           IF  WACPX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ACPX-9000-HANDLE-ERROR
                   THRU ACPX-9000-HANDLE-ERROR-X
           END-IF.

       ACPX-1000-READ-X.
           EXIT.
      /
      *----------------
       ACPX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WACPX-SEQ-IO-STATUS.

           WRITE RACPX-SEQ-REC-INFO.

           IF  WACPX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ACPX-9000-HANDLE-ERROR
                   THRU ACPX-9000-HANDLE-ERROR-X
           END-IF.

       ACPX-2000-WRITE-X.
           EXIT.
      /
      *---------------------
       ACPX-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WACPX-SEQ-IO-STATUS.

           OPEN INPUT ACPX-DATA-FILE.

           IF  WACPX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ACPX-9000-HANDLE-ERROR
                   THRU ACPX-9000-HANDLE-ERROR-X
           END-IF.

       ACPX-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       ACPX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WACPX-SEQ-IO-STATUS.

           CLOSE ACPX-DATA-FILE.

           IF  WACPX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ACPX-9000-HANDLE-ERROR
                   THRU ACPX-9000-HANDLE-ERROR-X
           END-IF.

       ACPX-5000-CLOSE-X.
           EXIT.
      /
      *----------------------
       ACPX-6000-OPEN-EXTEND.
      *----------------------

           MOVE ZERO                   TO WACPX-SEQ-IO-STATUS.

           OPEN EXTEND ACPX-DATA-FILE.

           IF  WACPX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ACPX-9000-HANDLE-ERROR
                   THRU ACPX-9000-HANDLE-ERROR-X
           END-IF.

       ACPX-6000-OPEN-EXTEND-X.
           EXIT.
      /
      *-----------------------
       ACPX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WACPX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WACPX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WACPX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       ACPX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIACPX                    **
      *****************************************************************
