000132*                      THE ACCEPTED HEADER SO A REJECT SPIKE
000133*                      CAN BE TAKEN TO THE RIGHT UPSTREAM
000134*                      TEAM WITH EVIDENCE.
000135*    2026-10-15 MDH    ADDED LIMT (OPERAND OR RESULT OUTSIDE THE
000136*                      SUPPLIER LIMITS HELD ON THE ARILIM
000137*                      LIMITS MASTER) REASON CODE.
000138*****************************************************************
000140  01  ARI-REJECT-RECORD.
000150      05  ARI-REJ-SEQ-NO              PIC 9(06).
000160      05  ARI-REJ-NUM1                PIC X(10).
000213          88  ARI-REJ-BAD-OPCODE      VALUE 'OPCD'.
000214          88  ARI-REJ-SIZE-ERROR      VALUE 'SIZE'.
000215          88  ARI-REJ-BAD-SEQ         VALUE 'SEQX'.
000217          88  ARI-REJ-OUT-OF-LIMIT    VALUE 'LIMT'.
000220      05  ARI-REJ-REASON-TEXT         PIC X(30).
000230      05  ARI-REJ-SOURCE-SYSTEM       PIC X(08).
000240      05  FILLER                      PIC X(12).
