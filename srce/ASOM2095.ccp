      **                                                             **
VJ1999**  09AUG26  DEV    CREATED FOR UFLD/UTTB CROSS-REFERENCE       **
VJ1999**                  INQUIRY                                     **
622314**  15OCT26  DEV    DEFINITIONS ARE KEYED BY APEX RELEASE -     **
622314**                  THE INQUIRY SHOWS THE ROW FOR THE RELEASE   **
622314**                  ASKED FOR, FALLING BACK TO THE BASE         **
622314**                  (SPACE-RELEASE) ROW AS THE IMPORT DOES      **
      *****************************************************************

      **********************
           PERFORM  UFLD-1000-READ
               THRU UFLD-1000-READ-X.

622314     IF  WUFLD-IO-NOT-FOUND
622314     AND MIR-APEX-RLSE-ID NOT = SPACES
622314         MOVE SPACES            TO WUFLD-APEX-RLSE-ID
622314         PERFORM  UFLD-1000-READ
622314             THRU UFLD-1000-READ-X
622314         IF  WUFLD-IO-OK
622314*MSG: NO DEFINITION FOR RELEASE @1 - BASE DEFINITION SHOWN
622314             MOVE MIR-APEX-RLSE-ID
622314                                TO WGLOB-MSG-PARM (1)
622314             MOVE 'AS20950003'  TO WGLOB-MSG-REF-INFO
622314             PERFORM  0260-1000-GENERATE-MESSAGE
622314                 THRU 0260-1000-GENERATE-MESSAGE-X
622314         END-IF
622314     END-IF.

           IF  WUFLD-IO-NOT-FOUND
               MOVE WUFLD-KEY         TO WGLOB-MSG-PARM (1)
               MOVE 'XS00000001'      TO WGLOB-MSG-REF-INFO
           MOVE MIR-UPLD-FLD-STRUCT-NM
                                      TO WUFLD-UPLD-FLD-STRUCT-NM.
           MOVE MIR-UPLD-FLD-APEX-NM  TO WUFLD-UPLD-FLD-APEX-NM.
622314     MOVE MIR-APEX-RLSE-ID      TO WUFLD-APEX-RLSE-ID.

       8000-BUILD-UFLD-KEY-X.
           EXIT.
           MOVE SPACES                TO MIR-UPLD-FLD-FILE-CD.
           MOVE SPACES                TO MIR-UPLD-FLD-NM.
           MOVE SPACES                TO MIR-UPLD-TTBL-TYP-ID.
622314     MOVE SPACES                TO MIR-UFXR-EFF-RLSE-ID.
           MOVE ZERO                  TO MIR-UFXR-ENTRY-CNT.

           PERFORM  9110-BLANK-LINE
           MOVE RUFLD-UPLD-FLD-TYP-CD     TO MIR-UPLD-FLD-TYP-CD.
           MOVE RUFLD-UPLD-FLD-FILE-CD    TO MIR-UPLD-FLD-FILE-CD.
           MOVE RUFLD-UPLD-FLD-NM         TO MIR-UPLD-FLD-NM.
622314     MOVE RUFLD-APEX-RLSE-ID        TO MIR-UFXR-EFF-RLSE-ID.

       9200-MOVE-FIELD-TO-SCREEN-X.
           EXIT.
