000100******************************************************************
000200*CUSTXREF
000300*CUSTOMER-ID CROSS-REFERENCE RECORD -- ONE PER CUSTOMER-ID THAT
000400*HAS BEEN MERGED AWAY INTO ANOTHER, KEYED ON THE OLD ID.
000500*
000600*CUSTDMRG WRITES A ROW FOR EVERY APPROVED DUPLICATE MERGE IT
000700*CARRIES OUT, POINTING THE VICTIM'S ID AT THE SURVIVOR.  THE ROWS
000800*ARE NEVER DELETED.  CUSTINQ, CUSTPOST AND CUSTDLTA READ THE FILE
000900*SO A REQUEST OR PAYMENT THAT STILL QUOTES THE OLD ID LANDS ON
001000*THE SURVIVOR, AND THE DELTA FEED CAN REPORT THE MERGE.
001100*
001200*XREF-NEW-CUSTOMER-ID IS ALWAYS THE FINAL SURVIVOR.  WHEN A
001300*SURVIVOR IS ITSELF LATER MERGED AWAY, CUSTDMRG RE-POINTS EVERY
001400*ROW THAT NAMED IT (THROUGH THE ALTERNATE KEY ON THE NEW ID), SO
001500*A LOOKUP IS ALWAYS ONE READ.  XREF-MERGED-INTO-ID KEEPS THE
001600*SURVIVOR AS IT STOOD ON THE DAY OF THE MERGE.
001700*
001800*MODIFICATION HISTORY.
001900*DATE       INIT  DESCRIPTION
002000*2026-10-15  JRH  ORIGINAL COPYBOOK.
002100******************************************************************
002200 01  ID-CROSS-REFERENCE-RECORD.
002300     05  XREF-OLD-CUSTOMER-ID        PIC X(10).
002400     05  XREF-NEW-CUSTOMER-ID        PIC X(10).
002500     05  XREF-MERGED-INTO-ID         PIC X(10).
002600     05  XREF-MERGE-DATE             PIC X(08).
002700     05  XREF-MERGE-TIME             PIC X(06).
002800     05  XREF-BALANCE-MOVED          PIC S9(10)V99 COMP-3.
002900     05  FILLER                      PIC X(20).
003000******************************************************************
