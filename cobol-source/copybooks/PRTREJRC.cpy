000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:    PRTREJRC                                     *
000040*    AUTHOR:      D. OKONKWO, BATCH SYSTEMS GROUP               *
000050*    DATE-WRITTEN: 2026-10-15                                  *
000060*                                                               *
000070*    PURPOSE.     PARTNER TRANSLATION REJECT LAYOUT -- PARTNER  *
000080*                 CODE, REASON CODE AND TEXT AND THE ORIGINAL   *
000090*                 LINE IMAGE, WRITTEN BY TEST-PROGRAM-XLATE     *
000100*                 FOR ANY PARTNER LINE THAT DOES NOT MAP ONTO   *
000110*                 THE TRANSREC LAYOUT, AND READ BACK BY         *
000120*                 TEST-PROGRAM-PRTACK TO RETURN THE LINE TO     *
000130*                 THE PARTNER.                                  *
000140*                                                               *
000150*    MODIFICATION HISTORY.                                     *
000160*    2026-10-15  DO   INITIAL VERSION (LAYOUT MOVED OUT OF      *
000170*                     TEST-PROGRAM-XLATE, REASON CODE ADDED).   *
000180*                                                               *
000190*****************************************************************
000200 01  TRANSLATE-REJECT-RECORD.
000210     05  XREJ-PARTNER-CODE       PIC X(03).
000220     05  XREJ-REASON-CODE        PIC X(04).
000230         88  XREJ-REFERENCE-MISSING      VALUE 'X001'.
000240         88  XREJ-DATE-MISSING           VALUE 'X002'.
000250         88  XREJ-DATE-NOT-NUMERIC       VALUE 'X003'.
000260         88  XREJ-LAYOUT-DATE-FORMAT     VALUE 'X004'.
000270         88  XREJ-AMOUNT-MISSING         VALUE 'X005'.
000280         88  XREJ-AMOUNT-NOT-NUMERIC     VALUE 'X006'.
000290         88  XREJ-TYPE-MISSING           VALUE 'X007'.
000300         88  XREJ-TYPE-NOT-D-OR-C        VALUE 'X008'.
000310         88  XREJ-LAYOUT-SIGN-CONV       VALUE 'X009'.
000320         88  XREJ-ACCOUNT-MISSING        VALUE 'X010'.
000330         88  XREJ-ACCOUNT-TOO-LONG       VALUE 'X011'.
000340         88  XREJ-CURRENCY-MISSING       VALUE 'X012'.
000350     05  XREJ-REASON-TEXT        PIC X(30).
000360     05  XREJ-LINE-IMAGE         PIC X(200).
