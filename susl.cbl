000330*                    NIGHT.
000340* 2026-09-03 MDH    SOURCE SYSTEM NOW CARRIED FROM THE REJECT
000350*                    RECORD ONTO THE SUSPENSE ITEM.
000353* 2026-10-15 MDH    A LOADED OR REFRESHED ITEM STARTS WITH NO
000356*                    PENDING REPAIR, APPROVAL OR WRITE-OFF.
000360*****************************************************************
000370        ENVIRONMENT DIVISION.
000380        CONFIGURATION SECTION.
002310            MOVE ARI-RUN-DATE         TO ARI-SUS-DATE-ADDED.
002320            MOVE ZERO                 TO ARI-SUS-DATE-REPAIRED.
002330            MOVE SPACES               TO ARI-SUS-REPAIR-USER.
002331            MOVE SPACES               TO ARI-SUS-PEND-NUM1
002332                                         ARI-SUS-PEND-NUM2
002333                                         ARI-SUS-APPROVE-USER
002334                                         ARI-SUS-WOFF-USER
002335                                         ARI-SUS-WOFF-REASON.
002336            MOVE ZERO                 TO ARI-SUS-DATE-APPROVED
002337                                         ARI-SUS-DATE-WOFF.
002340            MOVE ARI-REJ-SOURCE-SYSTEM
002350                TO ARI-SUS-SOURCE-SYSTEM.
002360        2100-BUILD-SUS-RECORD-EXIT.
