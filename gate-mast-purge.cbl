008500                   ==MAST-REGION-CODE==
008600                BY ==ARCH-REGION-CODE==
008602                   ==MAST-ITEM-AMOUNT==
008604                BY ==ARCH-ITEM-AMOUNT==
008606                   ==MAST-RULE-VERSION==
008608                BY ==ARCH-RULE-VERSION==.
008700*
008800 FD  MASTER-SCRATCH-FILE
008900     LABEL RECORDS ARE STANDARD.
010700                   ==MAST-REGION-CODE==
010800                BY ==SCR-REGION-CODE==
010802                   ==MAST-ITEM-AMOUNT==
010804                BY ==SCR-ITEM-AMOUNT==
010806                   ==MAST-RULE-VERSION==
010808                BY ==SCR-RULE-VERSION==.
010900*
011000 FD  RETENTION-CONTROL-FILE
011100     LABEL RECORDS ARE STANDARD.
