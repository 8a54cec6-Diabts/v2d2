      * record (see POL-TIPO in testcomp.cbl) can be recognized at    *
      * analyze time and reviewed before V2D2RUND actually builds     *
      * the table(s).                                                 *
      * ACCESS_TYPE tells a batch SELECT/FD file ('B') from a file    *
      * reached only through EXEC CICS file control ('C').            *
      *==============================================================*
       01  DCL-V2D2-FILES.
           05 DCL-FIL-JOB-ID       PIC S9(9) COMP.
           05 DCL-FIL-STRATEGY     PIC X(1).
           05 DCL-FIL-DISCRIM      PIC X(30).
           05 DCL-FIL-COPYMBR      PIC X(8).
           05 DCL-FIL-ACCESS       PIC X(1).
