           05 DCL-FDS-SCALE        PIC S9(9) COMP.
           05 DCL-FDS-OCCURS       PIC S9(9) COMP.
           05 DCL-FDS-REDEF        PIC X(1).
           05 DCL-FDS-RECNAME      PIC X(30).
