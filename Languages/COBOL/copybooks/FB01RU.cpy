000893*    TABLE ORDER WHEN IT MATCHES, INSTEAD OF CONCATENATING.     *
000894*    BLANK NEW FIELDS (THE OLD CARD FORMATS) LOAD AS PLAIN      *
000895*    UNBANDED NON-EXCLUSIVE DIVISIBILITY, EXACTLY AS BEFORE.    *
000896*                                                                *
000897*    A ROW MAINTAINED THROUGH FBRULMNT ALSO CARRIES THE USER ID *
000898*    THAT SUBMITTED ITS LAST ADD OR CHANGE AND THE DIFFERENT    *
000899*    USER ID THAT APPROVED IT.  BOTH ARE BLANK ON HAND-KEYED    *
000900*    ROWS AND ARE CARRIED THROUGH TO FBRHIST.                   *
000901*                                                                *
001000******************************************************************
001100 01  FB01-RULE-RECORD.
001200     05  FB01-RULE-DIVISOR           PIC 9(03).
001351         88  FB01-RULE-EXCLUSIVE     VALUE "Y".
001360     05  FB01-RULE-BAND-LOW          PIC 9(09).
001370     05  FB01-RULE-BAND-HIGH         PIC 9(09).
001380     05  FB01-RULE-SUBMIT-ID         PIC X(08).
001390     05  FB01-RULE-APPROVER-ID       PIC X(08).
001400     05  FILLER                      PIC X(07).
