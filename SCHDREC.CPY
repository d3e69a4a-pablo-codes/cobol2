000150*                  file.
000152* 09/02/26 DLROSS  Key extended with the table id ahead of
000154*                  ELEMENT1, matching the multi-table master.
000155* 10/15/26 DLROSS  Added the checker who released the change and
000156*                  the date it was released.
000160*
000170******************************************************************
000180 01  SCHEDULED-CHANGE-RECORD.
000290     05  SC-REQUESTED-BY          PIC X(08).
000300     05  SC-ENTERED-DATE          PIC X(10).
000310     05  SC-ENTERED-TIME          PIC X(08).
000312     05  SC-RELEASED-BY           PIC X(08).
000314     05  SC-RELEASED-DATE         PIC X(10).
000320     05  FILLER                   PIC X(26).
