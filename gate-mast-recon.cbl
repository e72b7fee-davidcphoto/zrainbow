009200                   ==AUDIT-OVRD-AUTH-ID==
009300                BY ==SRT-OVRD-AUTH-ID==
009400                   ==AUDIT-REGION-CODE==
009500                BY ==SRT-REGION-CODE==
009502                   ==AUDIT-RULE-VERSION==
009504                BY ==SRT-RULE-VERSION==.
009600*
009700 SD  SORT-WORK-FILE.
009800 01  SORT-RECORD.
