      *==============================================================*
      * V2D2PIT - COMMAREA FOR THE POINT-IN-TIME POLICY INQUIRY       *
      * The caller (V2D2MAIN option P, the WEBV2D2P page) fills       *
      * PIT-POLIZA and PIT-FECHA (AAAA-MM-DD) and LINKs V2D2PITQ,     *
      * which rolls the POL_MOVIMIENTOS trail back from the current   *
      * POL_POLICY row and answers with the state on that date, the   *
      * movements in effect (newest first, MOV_USUARIO and stamp)     *
      * and any gap in the trail that makes the answer doubtful.      *
      *   PIT-RC '00' state rebuilt   '04' policy did not exist yet   *
      *          '08' no row, no trail '12' bad date  '16' DB2 error  *
      *==============================================================*
           05 PIT-POLIZA       PIC X(12).
           05 PIT-FECHA        PIC X(10).
           05 PIT-RC           PIC X(2).
           05 PIT-EXISTIA      PIC X(1).
           05 PIT-ESTADO       PIC X(1).
           05 PIT-PRIMA        PIC S9(9)V99 COMP-3.
           05 PIT-PRIMA-CONOC  PIC X(1).
           05 PIT-EN-DB2       PIC X(1).
           05 PIT-ESTADO-ACT   PIC X(1).
           05 PIT-PRIMA-ACT    PIC S9(9)V99 COMP-3.
           05 PIT-DESHECHOS    PIC S9(4) COMP.
           05 PIT-MOV-TOTAL    PIC S9(4) COMP.
           05 PIT-MOV-CNT      PIC S9(4) COMP.
           05 PIT-MOV OCCURS 10 TIMES.
              10 PIT-M-FECHA   PIC X(10).
              10 PIT-M-HORA    PIC X(8).
              10 PIT-M-TIPO    PIC X(3).
              10 PIT-M-MONTO   PIC S9(9)V99 COMP-3.
              10 PIT-M-USUARIO PIC X(8).
           05 PIT-GAP-TOTAL    PIC S9(4) COMP.
           05 PIT-GAP-CNT      PIC S9(4) COMP.
           05 PIT-GAP OCCURS 6 TIMES.
              10 PIT-G-CLASE   PIC X(1).
              10 PIT-G-TEXTO   PIC X(60).
           05 PIT-MESSAGE      PIC X(79).
