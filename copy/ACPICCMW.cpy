      *****************************************************************
      **  MEMBER :  ACPICCMW                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            MATCHED EXISTING CLIENT CONTACT WORK FILE        **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       CCMW-1000-READ.
      *---------------

           MOVE ZERO                   TO WCCMW-SEQ-IO-STATUS.

           READ CCMW-DATA-FILE
                AT END
                MOVE '08'            TO WCCMW-SEQ-IO-STATUS
                GO TO CCMW-1000-READ-X.

           IF  RCCMW-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WCCMW-SEQ-IO-STATUS
           END-IF.

           IF  WCCMW-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CCMW-9000-HANDLE-ERROR
                   THRU CCMW-9000-HANDLE-ERROR-X
           END-IF.

       CCMW-1000-READ-X.
           EXIT.
      /
      *----------------
       CCMW-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WCCMW-SEQ-IO-STATUS.

           WRITE RCCMW-SEQ-REC-INFO.

           IF  WCCMW-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CCMW-9000-HANDLE-ERROR
                   THRU CCMW-9000-HANDLE-ERROR-X
           END-IF.

       CCMW-2000-WRITE-X.
           EXIT.
      /
      *---------------------
       CCMW-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WCCMW-SEQ-IO-STATUS.

           OPEN INPUT CCMW-DATA-FILE.

           IF  WCCMW-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CCMW-9000-HANDLE-ERROR
                   THRU CCMW-9000-HANDLE-ERROR-X
           END-IF.

       CCMW-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------------
       CCMW-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WCCMW-SEQ-IO-STATUS.

           OPEN OUTPUT CCMW-DATA-FILE.

           IF  WCCMW-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CCMW-9000-HANDLE-ERROR
                   THRU CCMW-9000-HANDLE-ERROR-X
           END-IF.

       CCMW-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       CCMW-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WCCMW-SEQ-IO-STATUS.

           CLOSE CCMW-DATA-FILE.

           IF  WCCMW-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CCMW-9000-HANDLE-ERROR
                   THRU CCMW-9000-HANDLE-ERROR-X
           END-IF.

       CCMW-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       CCMW-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WCCMW-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCCMW-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCCMW-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       CCMW-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPICCMW                    **
      *****************************************************************
