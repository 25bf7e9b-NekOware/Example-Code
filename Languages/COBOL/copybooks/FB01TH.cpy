000100******************************************************************
000200*                                                                *
000300*    FB01TH  --  FBFORCST CAPACITY THRESHOLD RECORD              *
000400*                                                                *
000500*    ONE CARD IMAGE PER AGREED LIMIT ON THE FBTHRSH DD, READ BY  *
000600*    THE CAPACITY FORECAST.  THE TYPE BYTE SAYS WHICH LIMIT THE  *
000700*    REST OF THE CARD CARRIES:                                   *
000800*                                                                *
000900*      TYPE W  BATCH-WINDOW END TIME (HHMM) AGREED FOR ONE JOB   *
001000*              ID.  A TIME AT OR BEFORE THE JOB'S USUAL START    *
001100*              IS TAKEN AS THE NEXT MORNING.                     *
001200*      TYPE I  FBINDEX ALLOCATED SIZE, AS THE NUMBER OF KEYS     *
001300*              THE CURRENT SPACE ALLOCATION HOLDS.               *
001400*      TYPE H  EARLY-WARNING HORIZON IN DAYS.  WITHOUT ONE THE   *
001500*              FORECAST WARNS 30 DAYS AHEAD.                     *
001600*                                                                *
001700******************************************************************
001800 01  FB01-THRESHOLD-RECORD.
001900     05  FB01-TH-TYPE                PIC X(01).
002000         88  FB01-TH-JOB-WINDOW      VALUE "W".
002100         88  FB01-TH-INDEX-SIZE      VALUE "I".
002200         88  FB01-TH-HORIZON         VALUE "H".
002300     05  FB01-TH-DATA                PIC X(79).
002400     05  FB01-TH-WINDOW-DATA REDEFINES FB01-TH-DATA.
002500         10  FB01-TH-JOB-ID          PIC X(08).
002600         10  FB01-TH-WINDOW-HH       PIC 9(02).
002700         10  FB01-TH-WINDOW-MM       PIC 9(02).
002800         10  FILLER                  PIC X(67).
002900     05  FB01-TH-INDEX-DATA REDEFINES FB01-TH-DATA.
003000         10  FB01-TH-INDEX-KEYS      PIC 9(09).
003100         10  FILLER                  PIC X(70).
003200     05  FB01-TH-HORIZON-DATA REDEFINES FB01-TH-DATA.
003300         10  FB01-TH-WARN-DAYS       PIC 9(03).
003400         10  FILLER                  PIC X(76).
