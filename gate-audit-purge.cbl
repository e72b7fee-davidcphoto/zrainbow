009300                   ==AUDIT-OVRD-AUTH-ID==
009400                BY ==ARCH-OVRD-AUTH-ID==
009500                   ==AUDIT-REGION-CODE==
009600                BY ==ARCH-REGION-CODE==
009602                   ==AUDIT-RULE-VERSION==
009604                BY ==ARCH-RULE-VERSION==.
009700*
009800 FD  AUDIT-SCRATCH-FILE
009900     LABEL RECORDS ARE STANDARD.
012500                   ==AUDIT-OVRD-AUTH-ID==
012600                BY ==SCR-OVRD-AUTH-ID==
012700                   ==AUDIT-REGION-CODE==
012800                BY ==SCR-REGION-CODE==
012802                   ==AUDIT-RULE-VERSION==
012804                BY ==SCR-RULE-VERSION==.
012900*
013000 FD  RETENTION-CONTROL-FILE
013100     LABEL RECORDS ARE STANDARD.
