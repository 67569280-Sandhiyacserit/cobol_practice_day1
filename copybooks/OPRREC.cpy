001200*                  THE OPERATOR STATUS AND AUTHORITY LEVEL      *
001300*                  FIELDS FOR OPERATOR MAINTENANCE AND          *
001400*                  SUPERVISOR OVERRIDES.                         *
001410* 2026-10-15 SN    ADDED THE LOAN SANCTION LIMIT - THE LARGEST  *
001420*                  LOAN A SUPERVISOR MAY SANCTION IN LOANAPP.   *
001430*                  ZERO (OR AN OLD RECORD WITHOUT IT) GIVES NO  *
001440*                  SANCTION AUTHORITY.                          *
001450* 2026-10-15 SN    ADDED THE OPERATOR'S ROLES (ROLEFILE), UP TO *
001460*                  FOUR, FOR THE FUNCTION ENTITLEMENTS.         *
001470* 2026-10-15 SN    THE PIN IS NO LONGER HELD IN CLEAR - ONLY    *
001480*                  ITS PINHASH HASH, SALTED WITH THE OPERATOR   *
001490*                  ID, WITH THE LAST THREE HASHES, THE DATE IT  *
001491*                  WAS LAST CHANGED, A MUST-CHANGE FLAG, THE    *
001492*                  CONSECUTIVE FAILED SIGN-INS, THE SIGN-IN     *
001493*                  LOCK AND THE LAST SIGN-IN DATE.              *
001500*-----------------------------------------------------------------
001600 01  OPERATOR-RECORD.
001700     05  OPR-ID               PIC 9(04).
001800     05  OPR-PIN-HASH         PIC 9(09).
001900     05  OPR-NAME             PIC X(20).
002000     05  OPR-STATUS           PIC X(01).
002100         88  OPR-STATUS-ACTIVE     VALUE "A".
002300     05  OPR-AUTH-LEVEL       PIC X(01).
002400         88  OPR-AUTH-TELLER       VALUE "T".
002500         88  OPR-AUTH-SUPERVISOR   VALUE "S".
002510     05  OPR-SANCTION-LIMIT   PIC 9(09).
002520     05  OPR-ROLE-CODE        PIC X(04) OCCURS 4 TIMES.
002530     05  OPR-PIN-CHANGED-DATE PIC 9(08).
002540     05  OPR-PIN-MUST-CHANGE  PIC X(01).
002550         88  OPR-PIN-CHANGE-DUE    VALUE "Y".
002560     05  OPR-FAILED-SIGNINS   PIC 9(01).
002570     05  OPR-SIGNIN-LOCK      PIC X(01).
002580         88  OPR-SIGNIN-LOCKED     VALUE "Y".
002590     05  OPR-LAST-SIGNIN-DATE PIC 9(08).
002591     05  OPR-PRIOR-HASH       PIC 9(09) OCCURS 3 TIMES.
002600
