      *****************************************************************
      **  MEMBER :  ACPICCNT                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            CLIENT CONTACT UNLOAD FROM CLIENT ADMINISTRATION **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       CCNT-1000-READ.
      *---------------

           MOVE ZERO                   TO WCCNT-SEQ-IO-STATUS.

           READ CCNT-DATA-FILE
                AT END
                MOVE '08'            TO WCCNT-SEQ-IO-STATUS
                GO TO CCNT-1000-READ-X.

           IF  RCCNT-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WCCNT-SEQ-IO-STATUS
           END-IF.

           IF  WCCNT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CCNT-9000-HANDLE-ERROR
                   THRU CCNT-9000-HANDLE-ERROR-X
           END-IF.

       CCNT-1000-READ-X.
           EXIT.
      /
      *---------------------
       CCNT-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WCCNT-SEQ-IO-STATUS.

           OPEN INPUT CCNT-DATA-FILE.

           IF  WCCNT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CCNT-9000-HANDLE-ERROR
                   THRU CCNT-9000-HANDLE-ERROR-X
           END-IF.

       CCNT-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       CCNT-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WCCNT-SEQ-IO-STATUS.

           CLOSE CCNT-DATA-FILE.

           IF  WCCNT-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CCNT-9000-HANDLE-ERROR
                   THRU CCNT-9000-HANDLE-ERROR-X
           END-IF.

       CCNT-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       CCNT-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WCCNT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCCNT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCCNT-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       CCNT-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPICCNT                    **
      *****************************************************************
