001410*              OPERAND A CONDITION TYPE CANNOT TAKE             *
001500*        ROVR  RULECARD ROW PAST THE 10-RULE TABLE LIMIT        *
001510*        RCND  UNRECOGNIZED RULECARD CONDITION TYPE             *
001520*        LOCK  KEY IN A CERTIFIED PERIOD-CLOSE LOCKED RANGE;    *
001530*              THE IMAGE CARRIES THE NUM IN THE FBTRANS LAYOUT  *
001600*                                                                *
001700******************************************************************
001800 01  FB01-SUSPENSE-RECORD.
