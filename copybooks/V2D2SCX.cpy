      *==============================================================*
      * V2D2SCX - HOST VARIABLE LAYOUT FOR IBMUSER.V2D2_SCOPEX       *
      * Records left out of the load by a V2D2_SCOPE rule: key, the  *
      * rule that matched and the premium, so reconciliation can     *
      * balance VSAM = loaded + excluded.                            *
      *==============================================================*
       01  DCL-V2D2-SCOPEX.
           05 DCL-SCX-JOB-ID       PIC S9(9) COMP.
           05 DCL-SCX-KEY          PIC X(30).
           05 DCL-SCX-RULE-ID      PIC S9(9) COMP.
           05 DCL-SCX-PRIMA        PIC S9(13)V99 COMP-3.
           05 DCL-SCX-PGM          PIC X(8).
