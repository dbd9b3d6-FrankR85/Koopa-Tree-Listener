001386*                     CLUSTER DEFINITION) BUT ONLY THE FCT     *
001388*                     KNEW THAT; THE OVERNIGHT SYNC PROGRAM    *
001390*                     (MYSYNC) NEEDS IT AS A NAMED RECORD KEY. *
001391*    2026-10-15 FR    ADDED THE PENDING-CHANGE FIELDS (OUT OF  *
001392*                     THE FILLER) FOR MAKER/CHECKER APPROVAL.  *
001393*                     AN MMNT UPDATE NOW PARKS THE NEW X/Y IN  *
001394*                     CT-PENDING-VALUE-X/Y WITH THE REQUESTER; *
001395*                     ONLY THE MAPR SCREEN (MYAPPR), SIGNED ON *
001396*                     AS ANOTHER USER, PUTS THEM INTO FORCE    *
001397*                     AND SETS CT-APPROVED-BY.  CT-VALUE-X/Y   *
001398*                     ONLY EVER HOLD APPROVED VALUES; MYSYNC   *
001399*                     CLEARS THE PENDING FIELDS ON CTLFILE.    *
001400*                                                             *
001500***************************************************************
001600 01  CONTROL-RECORD.
001820     05  CT-LAST-CHANGED-DATE    PIC 9(08).
001830     05  CT-LAST-CHANGED-TIME    PIC 9(08).
001840     05  CT-ONLINE-KEY           PIC X(08).
001850     05  CT-PENDING-STATUS       PIC X(01).
001852         88  CT-NO-CHANGE-PENDING        VALUE SPACE.
001854         88  CT-CHANGE-PENDING           VALUE "P".
001856     05  CT-PENDING-VALUE-X      PIC X(01).
001858     05  CT-PENDING-VALUE-Y      PIC X(01).
001860     05  CT-REQUESTED-BY         PIC X(08).
001862     05  CT-REQUESTED-DATE       PIC 9(08).
001864     05  CT-REQUESTED-TIME       PIC 9(08).
001866     05  CT-APPROVED-BY          PIC X(08).
001900     05  FILLER                  PIC X(11).
