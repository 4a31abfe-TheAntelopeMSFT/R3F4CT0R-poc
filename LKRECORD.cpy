000020* LKRECORD - LOAN-MASTER UPDATE LOCK RECORD LAYOUT              *
000030*                                                               *
000040* ONE RECORD ON THE LOANLOCK FILE WHILE AN UPDATING PROGRAM     *
000049* (COBCALC, LOANMNT, LOANARCH, LOANPAY, LOANMOD, LOANRCVR)      *
000058* HOLDS LOAN-MASTER, OR WHILE LOANUNLD TAKES ITS POINT-IN-TIME  *
000067* IMAGE OF IT.  A SECOND UPDATER FINDING THE FLAG ACTIVE FAILS  *
000076* FAST WITH A MESSAGE NAMING THE HOLDER AND ITS START TIME.  A  *
000085* CLEAN FINISH EMPTIES THE FILE; AN ABENDED HOLDER LEAVES IT    *
000094* BEHIND, AND THE OPERATOR SUPPLIES A LOCKOVRD OVERRIDE FILE    *
000103* HOLDING ONE RECORD TO STEAL THE STALE LOCK ON THE NEXT RUN.   *
000112* THE OVERRIDE IS ONE-SHOT - THE HONORING PROGRAM EMPTIES IT,   *
000114* AND AN EMPTY FILE OVERRIDES NOTHING - SO A LEFTOVER LOCKOVRD  *
000116* CANNOT SILENTLY STEAL EVERY FUTURE LOCK.  OTHER READ-ONLY     *
000118* PROGRAMS NEVER TOUCH THE LOCK.                                *
000120****************************************************************
000130 01  LOCK-FILE-RECORD.
000140     05  LK-ACTIVE-FLAG        PIC X(01).
