APEX54**  30NOV96  RLE    ADDED 88 LEVEL NAME                        **
557700**  30SEP97  CEC    APEX UPLOAD                                **
988192**  09AUG26  DEV    ADDED PHONE FIELD TYPE                     **
622314**  15OCT26  DEV    ADDED APEX RELEASE TO THE KEY - SPACES IS  **
622314**                  THE BASE DEFINITION USED BY ANY RELEASE    **
622314**                  WITHOUT A ROW OF ITS OWN                   **
      *****************************************************************
 
       01  RUFLD-REC-INFO.
APEX54             88  RUFLD-TRST-STRUCT        VALUE 'TRUSTEE'.
                   88  RUFLD-UNIVLIFE-STRUCT    VALUE 'UNIVLIFE'.
53-060         10  RUFLD-UPLD-FLD-APEX-NM       PIC X(20).
622314         10  RUFLD-APEX-RLSE-ID           PIC X(04).
622314             88  RUFLD-APEX-RLSE-BASE     VALUE SPACES.
           05  RUFLD-PREV-UPDT-USER-ID          PIC X(08).
           05  RUFLD-PREV-UPDT-DT               PIC X(10).
           05  RUFLD-UPLD-FLD-TYP-CD            PIC X(01).
557700         88  RUFLD-UPLD-FLD-FILE-CLI-INCM   VALUE 'CLII'.
           05  RUFLD-UPLD-FLD-NM                PIC X(18).
           05  RUFLD-UPLD-TTBL-TYP-ID           PIC X(05).
622314     05  FILLER                           PIC X(04).
 
      *****************************************************************
      **                 END OF COPYBOOK ACFRUFLD                    **
