      *****************************************************************
      **  MEMBER :  ACPIAGRX                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            AGENT REASSIGNMENTS MADE IN THIS RUN - ADDED     **
      **            TO THE AGRH HISTORY BY THE JCL                   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604519**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       AGRX-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WAGRX-SEQ-IO-STATUS.

           WRITE RAGRX-SEQ-REC-INFO.

           IF  WAGRX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  AGRX-9000-HANDLE-ERROR
                   THRU AGRX-9000-HANDLE-ERROR-X
           END-IF.

       AGRX-2000-WRITE-X.
           EXIT.
      /
      *----------------------
       AGRX-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WAGRX-SEQ-IO-STATUS.

           OPEN OUTPUT AGRX-DATA-FILE.

           IF  WAGRX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  AGRX-9000-HANDLE-ERROR
                   THRU AGRX-9000-HANDLE-ERROR-X
           END-IF.

       AGRX-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       AGRX-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WAGRX-SEQ-IO-STATUS.

           CLOSE AGRX-DATA-FILE.

           IF  WAGRX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  AGRX-9000-HANDLE-ERROR
                   THRU AGRX-9000-HANDLE-ERROR-X
           END-IF.

       AGRX-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       AGRX-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WAGRX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WAGRX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WAGRX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       AGRX-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIAGRX                    **
      *****************************************************************
