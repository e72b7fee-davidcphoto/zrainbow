011902                   ==GATECOND-ITEM-AMOUNT==
011904                BY ==RCYC-ITEM-AMOUNT==
011906                   ==GATECOND-RECYCLE-COUNT==
011908                BY ==RCYC-RECYCLE-COUNT==
011910                   ==GATECOND-OWNING-UNIT==
011912                BY ==RCYC-OWNING-UNIT==
011913                   ==GATECOND-PASS-CODE==
011914                BY ==RCYC-PASS-CODE==.
012000*
012100*    FEED HEADER AND TRAILER LAYOUTS SHARING THE RECYCLE
012200*    RECORD AREA - SAMPLE-PROGRAM EXPECTS THEM ON EVERY FEED.
