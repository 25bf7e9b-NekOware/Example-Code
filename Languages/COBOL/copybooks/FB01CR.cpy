000100******************************************************************
000200*                                                                *
000300*    FB01CR  --  FBCHGBCK CHARGEBACK RATE TABLE RECORD           *
000400*                                                                *
000500*    ONE RECORD PER BILLED REQUESTER, READ FROM THE FBRATES DD   *
000600*    BY THE MONTH-END CHARGEBACK RUN.  CARRIES THE COST CENTER   *
000700*    THE REQUESTER'S CHARGES ARE DEBITED TO AND THE PRICE PER    *
000800*    ANSWER FROM THE LIVE FBINDEX, PER ANSWER FROM THE FBIXARC   *
000900*    ARCHIVE AND PER REQUEST NOT FOUND, IN DOLLARS TO FOUR       *
001000*    DECIMAL PLACES.  A RECORD WITH REQUESTER ID "DEFAULT"       *
001100*    PRICES, AND NAMES THE COST CENTER FOR, EVERY REQUESTER      *
001200*    WITH NO RECORD OF ITS OWN.                                  *
001300*                                                                *
001400******************************************************************
001500 01  FB01-RATE-RECORD.
001600     05  FB01-CR-REQUESTER           PIC X(08).
001700         88  FB01-CR-DEFAULT-RATE    VALUE "DEFAULT".
001800     05  FB01-CR-COST-CENTER         PIC X(08).
001900     05  FB01-CR-LIVE-RATE           PIC 9(03)V9(04).
002000     05  FB01-CR-ARCHIVE-RATE        PIC 9(03)V9(04).
002100     05  FB01-CR-MISS-RATE           PIC 9(03)V9(04).
002200     05  FILLER                      PIC X(43).
