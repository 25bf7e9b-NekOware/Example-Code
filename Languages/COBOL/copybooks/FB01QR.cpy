000700*    THE REQUESTER ID SO THE RESPONSE FILE AND REPORT CAN BE    *
000800*    ROUTED BACK TO WHOEVER ASKED, INSTEAD OF A CLERK KEYING    *
000900*    THE NUMBERS ONE AT A TIME INTO A TEST DRIVER.              *
000910*                                                                *
000920*    A RANGE REQUEST (REQUEST TYPE "R") ASKS INSTEAD FOR EVERY  *
000930*    ENTRY FROM FB01-QR-NUM THROUGH FB01-QR-END-NUM, LIVE OR    *
000940*    ARCHIVED, OPTIONALLY ONLY THOSE CARRYING THE FILTER LABEL  *
000950*    AND/OR FILTER RULE SET ID.  A BLANK REQUEST TYPE IS THE    *
000960*    ORIGINAL SINGLE-NUM REQUEST.                               *
000961*                                                                *
000962*    THE REQUESTER ID IS CHECKED AGAINST THE FBENTL REQUESTER   *
000963*    ENTITLEMENT MASTER BEFORE ANY ANSWER IS GIVEN.  A BLANK    *
000964*    REQUESTER ID IS NEVER ENTITLED.                            *
001000*                                                                *
001100******************************************************************
001200 01  FB01-REQUEST-RECORD.
001300     05  FB01-QR-NUM                 PIC 9(09).
001400     05  FB01-QR-REQUESTER           PIC X(08).
001410     05  FB01-QR-REQUEST-TYPE        PIC X(01).
001420         88  FB01-QR-SINGLE          VALUE " " "S".
001430         88  FB01-QR-RANGE           VALUE "R".
001440     05  FB01-QR-END-NUM             PIC 9(09).
001450     05  FB01-QR-FILTER-LABEL        PIC X(10).
001460     05  FB01-QR-FILTER-SET-ID       PIC X(08).
001500     05  FILLER                      PIC X(35).
