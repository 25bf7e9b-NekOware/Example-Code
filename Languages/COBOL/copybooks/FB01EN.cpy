000100******************************************************************
000200*                                                                *
000300*    FB01EN  --  REQUESTER ENTITLEMENT MASTER RECORD             *
000400*                                                                *
000500*    ONE RECORD PER GRANT, READ FROM THE FBENTL DD BY FBLOOKUP   *
000600*    WHEN A CALLER PASSES A REQUESTER ID.  A REQUESTER MAY HOLD  *
000700*    ANY NUMBER OF GRANTS, EACH A NUM RANGE (LOW THROUGH HIGH)   *
000800*    UNDER ONE RULE SET ID -- A BLANK SET ID GRANTS EVERY SET.   *
000900*    A GRANT IS IN FORCE FROM ITS ACTIVE DATE THROUGH ITS        *
001000*    EXPIRY DATE, BOTH YYYYMMDD AND BOTH INCLUSIVE; A ZERO       *
001100*    EXPIRY DATE NEVER EXPIRES.  A REQUESTER MAY SEE A NUM ONLY  *
001200*    WHEN A GRANT IN FORCE COVERS IT AND ITS RULE SET.           *
001300*                                                                *
001400******************************************************************
001500 01  FB01-ENTITLEMENT-RECORD.
001600     05  FB01-ENT-REQUESTER          PIC X(08).
001700     05  FB01-ENT-LOW-NUM            PIC 9(09).
001800     05  FB01-ENT-HIGH-NUM           PIC 9(09).
001900     05  FB01-ENT-RULE-SET-ID        PIC X(08).
002000     05  FB01-ENT-ACTIVE-DATE        PIC 9(08).
002100     05  FB01-ENT-EXPIRY-DATE        PIC 9(08).
002200     05  FILLER                      PIC X(30).
