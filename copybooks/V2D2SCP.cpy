      *==============================================================*
      * V2D2SCP - PARAMETER AREA FOR THE SCOPING-RULE EVALUATOR       *
      * Every loader CALLs V2D2SCOP through this area. SCP-OP 'INIT'  *
      * loads the active IBMUSER.V2D2_SCOPE rules once, resolving     *
      * each field name against the job's V2D2_FIELDS catalog for    *
      * SCP-FILE-NAME (blank = the job's source file, picked the      *
      * V2D2GLOD way) and answers SCP-RULE-CNT. SCP-OP 'TEST' takes   *
      * the record in SCP-REGISTRO and answers SCP-EXCLUDED ('S' /    *
      * 'N'), the RULE_ID that matched and SCP-PRIMA (POL-PRIMA-      *
      * TOTAL when the layout has it, else zero). SCP-REC-NAME names  *
      * the record type of SCP-REGISTRO for a multi-record file (the  *
      * V2D2_FIELDS REC_NAME); rules on other types' fields are then  *
      * left out of the TEST. Blank = all rules apply. SCP-STATUS     *
      * '00' ok, '90' error with the text in SCP-MESSAGE.             *
      *==============================================================*
           05 SCP-OP            PIC X(8).
           05 SCP-JOB-ID        PIC S9(9) COMP.
           05 SCP-FILE-NAME     PIC X(8).
           05 SCP-REC-NAME      PIC X(30).
           05 SCP-RULE-CNT      PIC S9(4) COMP.
           05 SCP-EXCLUDED      PIC X(1).
           05 SCP-RULE-ID       PIC S9(9) COMP.
           05 SCP-PRIMA         PIC S9(13)V99 COMP-3.
           05 SCP-STATUS        PIC X(2).
           05 SCP-MESSAGE       PIC X(79).
           05 SCP-REGISTRO      PIC X(2000).
