      **                                                             **
VJ1999**  09AUG26  DEV    CREATED FOR UFLD/UTTB CROSS-REFERENCE       **
VJ1999**                  INQUIRY                                     **
622314**  15OCT26  DEV    ADDED APEX RELEASE AND THE RELEASE WHOSE    **
622314**                  DEFINITION WAS SHOWN                        **
      *****************************************************************

       01  MIR-PARM-AREA.
           05  MIR-BUS-FCN-ID                 PIC X(04).
           05  MIR-UPLD-FLD-STRUCT-NM         PIC X(20).
           05  MIR-UPLD-FLD-APEX-NM           PIC X(20).
622314     05  MIR-APEX-RLSE-ID               PIC X(04).
622314     05  MIR-UFXR-EFF-RLSE-ID           PIC X(04).
           05  MIR-UPLD-FLD-TYP-CD            PIC X(01).
           05  MIR-UPLD-FLD-FILE-CD           PIC X(04).
           05  MIR-UPLD-FLD-NM                PIC X(18).
