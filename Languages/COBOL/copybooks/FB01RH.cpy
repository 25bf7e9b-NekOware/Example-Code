000700*    LOAD TIME.  RETAINS EVERY SUPERSEDED OR NOT-YET-EFFECTIVE  *
000800*    SET, TAGGED WITH THE RUN DATE THAT PASSED OVER IT, SO A    *
000900*    DISPUTE WEEKS LATER CAN ESTABLISH EXACTLY WHICH RULES      *
001000*    WERE AND WERE NOT IN FORCE.  THE SUBMITTER AND APPROVER    *
001010*    USER IDS STAMPED ON THE ROW BY FBRULMNT ARE CARRIED WITH   *
001020*    IT, SO THE DISPUTE ALSO SHOWS WHO ASKED FOR THE RULE AND   *
001030*    WHO SIGNED IT OFF.                                         *
001100*                                                                *
001200******************************************************************
001300 01  FB01-HISTORY-RECORD.
001920     05  FB01-RH-EXCL-SW             PIC X(01).
001930     05  FB01-RH-BAND-LOW            PIC 9(09).
001940     05  FB01-RH-BAND-HIGH           PIC 9(09).
001950     05  FB01-RH-SUBMIT-ID           PIC X(08).
001960     05  FB01-RH-APPROVER-ID         PIC X(08).
002000     05  FILLER                      PIC X(15).
