001300**   AUTHORITY LEVEL GATES SUPERVISOR-ONLY ACTIONS SUCH AS THE
001400**   DORMANT-ACCOUNT WITHDRAWAL OVERRIDE.  A REVOKED OPERATOR
001500**   STAYS ON THE FILE SO OLD LOG ENTRIES STILL RESOLVE.
001510**   THE POSTING LIMIT IS THE LARGEST SINGLE ITEM, IN WHOLE
001520**   DOLLARS, THE OPERATOR MAY POST AT THE WINDOW WITHOUT A
001530**   SUPERVISOR OVERRIDE.  ZERO (OR SPACES ON A RECORD ADDED
001540**   BEFORE THE LIMIT WAS CARRIED) MEANS NO LIMIT.
001600**--------------------------------------------------------------
001700** MODIFICATION HISTORY.
001800**   2026-09-02  DK  INITIAL VERSION.
001810**   2026-10-08  DK  CARRY THE OPERATOR'S POSTING LIMIT IN THE
001820**                   SPARE BYTES - THE RECORD STAYS 36 BYTES.
001900***************************************************************
002000 01  OPERATOR-RECORD.
002100         05  OP-ID                PIC X(08).
002600         05  OP-STATUS            PIC X(01).
002700             88  OP-STATUS-ACTIVE     VALUE "A".
002800             88  OP-STATUS-REVOKED    VALUE "X".
002900         05  OP-POST-LIMIT        PIC 9(06).
003000         05  OP-POST-LIMIT-X      REDEFINES OP-POST-LIMIT
003100                                  PIC X(06).
