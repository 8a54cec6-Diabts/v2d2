      *==============================================================*
      * V2D2JCU - HOST VARIABLE LAYOUT FOR IBMUSER.V2D2_JCLUSE       *
      * One row per production JCL statement (DD, or IDCAMS/utility  *
      * control card) that names a DSN of the V2D2_DSREG registry,   *
      * as found by V2D2JSCN. PGM_CLASS: 'A' analyzed program (its   *
      * JOB_ID in PGM_JOB_ID), 'N' program not analyzed yet, 'U'     *
      * system utility, 'C' cataloged procedure call.                *
      *==============================================================*
       01  DCL-V2D2-JCLUSE.
           05 DCL-JCU-LIB          PIC X(44).
           05 DCL-JCU-MEMBER       PIC X(8).
           05 DCL-JCU-LINE         PIC S9(9) COMP.
           05 DCL-JCU-JOB          PIC X(8).
           05 DCL-JCU-STEP         PIC X(8).
           05 DCL-JCU-DDNAME       PIC X(8).
           05 DCL-JCU-DSN          PIC X(44).
           05 DCL-JCU-PROGRAM      PIC X(8).
           05 DCL-JCU-PGM-CLASS    PIC X(1).
           05 DCL-JCU-PGM-JOB      PIC S9(9) COMP.
           05 DCL-JCU-DISP         PIC X(20).
