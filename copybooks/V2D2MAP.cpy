      *==============================================================*
      * V2D2MAP - SYMBOLIC MAP FIELDS FOR V2D2M01..V2D2M11            *
      * Hand-maintained pseudo-map copybook (no BMS assembler member  *
      * in this shop) - flat I/O suffixed fields as used directly by  *
      * V2D2MAIN's SEND MAP / RECEIVE MAP calls.                      *
       01  M02UPDO         PIC X(19).
       01  M02STRO         PIC X(12).
       01  M02MSGO         PIC X(79).
       01  M02THRO         PIC X(79).
       01  M02ACPO         PIC X(79).
      *---------------------------------------------------------------
      * V2D2M03 - JOB HISTORY / BROWSE (PF7=BACKWARD PF8=FORWARD)
      *---------------------------------------------------------------
       01  M07JOBI         PIC X(9).
       01  M07RESO         PIC X(79).
       01  M07MSGO         PIC X(79).
      *---------------------------------------------------------------
      * V2D2M11 - POLIZA A UNA FECHA, RECONSTRUIDA DEL RASTRO DE
      * MOVIMIENTOS (OPTION P)
      *---------------------------------------------------------------
       01  M11POLI         PIC X(12).
       01  M11FECI         PIC X(10).
       01  M11ESTO         PIC X(79).
       01  M11L01          PIC X(79).
       01  M11L02          PIC X(79).
       01  M11L03          PIC X(79).
       01  M11L04          PIC X(79).
       01  M11L05          PIC X(79).
       01  M11L06          PIC X(79).
       01  M11L07          PIC X(79).
       01  M11L08          PIC X(79).
       01  M11L09          PIC X(79).
       01  M11L10          PIC X(79).
       01  M11MSGO         PIC X(79).
