818950**                  IT RELIABLY: MORE SEVERES THAN THE        **
818950**                  SEVERE MAX GIVES RC 8, MORE WARNINGS       **
818950**                  THAN THE WARNING MAX GIVES RC 4            **
736152**  15OCT26  DEV    URGENT HOLDS - AN IMPORT MESSAGE CARRYING  **
736152**                  "URGENT HOLD" (THE DEATH REGISTRY MATCH)   **
736152**                  IS SEVERE AND ALWAYS GIVES RC 8, WHATEVER  **
736152**                  THE RC SEVERE MAX CARD SAYS, SO IT PAGES   **
736152**                  THE SAME NIGHT                             **
      *****************************************************************
 
      **********************
818950     05  WS-RCPOL-WARN-MAX           PIC 9(05) VALUE 99999.
818950     05  WS-RCPOL-SEVERE-CNT         PIC 9(07) VALUE ZERO.
818950     05  WS-RCPOL-WARN-CNT           PIC 9(07) VALUE ZERO.
736152     05  WS-RCPOL-URGENT-CNT         PIC 9(07) VALUE ZERO.
818950     05  WS-RCPOL-VALUE-NUM          PIC 9(05).

785627 01  WS-CYCLE-WORK-AREA.
818950* AFTER EVERY CALL, BECAUSE A SUBPROGRAM RETURNING CLEAN
818950* RESETS THE REGISTER.
818950     IF   WS-RCPOL-SEVERE-CNT         > WS-RCPOL-SEVERE-MAX
736152     OR   WS-RCPOL-URGENT-CNT         > ZERO
818950         MOVE 8                       TO RETURN-CODE
818950     ELSE
818950         IF   WS-RCPOL-WARN-CNT       > WS-RCPOL-WARN-MAX
28674G     IF   WS-SEV-KEYWORD-CNT          > ZERO
28674G         SET  WS-MSG-SEV-ERROR        TO TRUE
818950         ADD  1                       TO WS-RCPOL-SEVERE-CNT
736152         MOVE ZERO                    TO WS-SEV-KEYWORD-CNT
736152         INSPECT R2120-MESSAGE-DATA TALLYING WS-SEV-KEYWORD-CNT
736152             FOR ALL 'URGENT HOLD'
736152         IF   WS-SEV-KEYWORD-CNT      > ZERO
736152             ADD  1                   TO WS-RCPOL-URGENT-CNT
736152         END-IF
28674G     ELSE
28674G         MOVE ZERO                    TO WS-SEV-KEYWORD-CNT
28674G         INSPECT R2120-MESSAGE-DATA TALLYING WS-SEV-KEYWORD-CNT
