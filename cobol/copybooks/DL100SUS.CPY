000133*    2026-09-02 JGH  LATEST EDIT DATE.  FIELDS WERE ADDED AT
000134*    2026-09-02 JGH  THE END SO OLD OFFSETS STAND; THE RECORD
000135*    2026-09-02 JGH  GREW FROM 90 TO 110 BYTES.
000136*    2026-10-15 JGH  ADDED REASONS 11-13 FOR DETAILS HELLO-WORLD
000137*    2026-10-15 JGH  REJECTS AT PRICING TIME (NO MASTER ITEM, NO
000138*    2026-10-15 JGH  ORIGINAL TO REVERSE, BAD TYPE).  THEY PASS
000139*    2026-10-15 JGH  THE FRONT-END EDIT, SO HELLO-WORLD WRITES
000140*    2026-10-15 JGH  THEM IN THIS LAYOUT AND THE NEXT DL100-EDIT
000141*    2026-10-15 JGH  RUN MERGES THEM INTO THE SUSPENSE GENERATION.
000142*    2026-10-15 JGH  ADDED REASON 14 - A REVERSAL WHOSE ORIGINAL
000143*    2026-10-15 JGH  RUN DATE FALLS IN A CLOSED ACCOUNTING PERIOD.
000144*    2026-10-15 JGH  IT RECYCLES ONCE THE PERIOD IS REOPENED.
000145*    2026-10-15 JGH  NOTE: A DETAIL IMAGE NOW CARRIES THE SOURCE
000146*    2026-10-15 JGH  BATCH STAMP DL100-EDIT PUTS IN ITS FILLER
000147*    2026-10-15 JGH  (SEE DL100TRN) - THE SOURCE'S OWN FIELDS ARE
000148*    2026-10-15 JGH  STILL CARRIED UNCHANGED.
000149*****************************************************************
000150 01  DL100-SUS-RECORD.
000151     05  DL100-SUS-REASON-CODE       PIC X(02).
000160         88  DL100-SUS-BAD-OPERAND-1             VALUE '01'.
000170         88  DL100-SUS-BAD-OPERAND-2             VALUE '02'.
000180         88  DL100-SUS-BIG-OPERAND-1             VALUE '03'.
000206         88  DL100-SUS-BAD-REVERSAL              VALUE '08'.
000208         88  DL100-SUS-BAD-TRAN-TYPE             VALUE '09'.
000209         88  DL100-SUS-NOT-RECYCLABLE            VALUE '10'.
000210         88  DL100-SUS-NO-MASTER-ITEM            VALUE '11'.
000211         88  DL100-SUS-NO-ORIG-TRAN              VALUE '12'.
000212         88  DL100-SUS-REJ-TRAN-TYPE             VALUE '13'.
000213         88  DL100-SUS-ORIG-PERIOD-CLOSED        VALUE '14'.
000214     05  DL100-SUS-EDIT-DATE         PIC 9(08).
000220     05  DL100-SUS-TRAN-IMAGE        PIC X(80).
000230     05  DL100-SUS-FIRST-DATE        PIC 9(08).
000240     05  DL100-SUS-BOUNCE-COUNT      PIC 9(03).
