001720*    PLUS CONDITION TYPE.  A BLANK CONDITION TYPE IS PLAIN      *
001730*    DIVISIBILITY, AS ON THE RULECARD ITSELF.                   *
001740*                                                                *
001750*    EVERY TRANSACTION CARRIES THE USER ID OF ITS SUBMITTER.    *
001760*    FBRULMNT NO LONGER APPLIES A TRANSACTION AS IT IS READ --  *
001770*    IT IS HELD ON THE FBRPNEW PENDING FILE UNTIL A DIFFERENT   *
001780*    USER ID APPROVES IT ON FBRAPPR (SEE FB01PD AND FB01AP).    *
001790*                                                                *
001800******************************************************************
001900 01  FB01-RULE-TRANS-RECORD.
002000     05  FB01-RMT-ACTION             PIC X(01).
003800         88  FB01-RMT-EXCLUSIVE      VALUE "Y".
003900     05  FB01-RMT-BAND-LOW           PIC 9(09).
004000     05  FB01-RMT-BAND-HIGH          PIC 9(09).
004010     05  FB01-RMT-SUBMIT-ID          PIC X(08).
004100     05  FILLER                      PIC X(12).
