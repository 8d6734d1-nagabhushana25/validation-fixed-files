000100******************************************************************
000200*CUSTHXRF
000300*HOUSEHOLD CROSS-REFERENCE RECORD -- ONE PER OPEN OR INACTIVE
000400*CUSTOMER, KEYED ON CUSTOMER-ID, GIVING THE HOUSEHOLD THE
000500*CUSTOMER BELONGS TO.
000600*
000700*A HOUSEHOLD IS EVERY CUSTOMER LIVING AT THE SAME NORMALIZED
000800*ADDRESS -- STREET-ADDRESS AND CITY FOLDED TO UPPER CASE WITH
000900*EVERYTHING BUT LETTERS AND DIGITS SQUEEZED OUT, THEN STATE AND
001000*THE FIRST FIVE OF ZIP-CODE -- CARRIED HERE AS HHLD-ADDRESS-KEY.
001100*THESE ARE DIFFERENT PEOPLE (SPOUSES, ROOMMATES, PARENTS AND
001200*ADULT CHILDREN), NOT THE SUSPECTED DUPLICATES CUSTDUPE REPORTS.
001300*A CUSTOMER ALONE AT AN ADDRESS IS A HOUSEHOLD OF ONE.
001400*
001500*CUSTHHLD REBUILDS THE FILE FROM THE MASTER ON EVERY RUN.  AN
001600*ADDRESS THAT ALREADY HAD A HOUSEHOLD KEEPS ITS HOUSEHOLD-ID
001700*(FOUND THROUGH THE ALTERNATE KEY ON HHLD-ADDRESS-KEY); A NEW
001800*ADDRESS IS GIVEN THE NEXT NUMBER, 'H' FOLLOWED BY NINE DIGITS.
001900*A ROW NOT CONFIRMED BY THE LATEST RUN (A CLOSED OR DELETED
002000*CUSTOMER) IS DELETED AT THE END OF THAT RUN.  CUSTSTMT AND
002100*CUSTEXTR READ THE FILE IN HOUSEHOLD MODE; A CUSTOMER WITH NO
002200*ROW IS TREATED AS A HOUSEHOLD OF ONE.
002300*
002400*MODIFICATION HISTORY.
002500*DATE       INIT  DESCRIPTION
002600*2026-10-15  JRH  ORIGINAL COPYBOOK.
002700******************************************************************
002800 01  HOUSEHOLD-XREF-RECORD.
002900     05  HHLD-CUSTOMER-ID            PIC X(10).
003000     05  HHLD-HOUSEHOLD-ID.
003100         10  HHLD-HOUSEHOLD-PREFIX   PIC X(01).
003200         10  HHLD-HOUSEHOLD-NUMBER   PIC 9(09).
003300     05  HHLD-ADDRESS-KEY            PIC X(72).
003400     05  HHLD-ASSIGNED-DATE          PIC X(08).
003500     05  HHLD-CONFIRMED-DATE         PIC X(08).
003600     05  FILLER                      PIC X(20).
003700******************************************************************
