000050*            CODEXTR with the feed date and the trailer control
000060*            totals, and read by FEEDACK to match receiver
000070*            acknowledgments against what was actually sent.
000072*            Records written before feeds were split by
000074*            receiver carry spaces in the receiver, format, and
000076*            generation.
000080*
000090* Maintenence Log
000100* Date      Author        Maintenance Requirement
000110* --------- ------------  ---------------------------------------
000120* 09/02/26 DLROSS  Created for the FEEDCTL feed control file.
000122* 10/15/26 DLROSS  Now one record per receiver feed, from both
000124*                  CODEXTR and CODDELTA, carrying the receiver
000126*                  id, the feed format, and the feed's own
000128*                  generation number.
000130*
000140******************************************************************
000150 01  FEED-CONTROL-RECORD.
000160     05  FC-FEED-DATE             PIC X(10).
000170     05  FC-RECORD-COUNT          PIC 9(09).
000180     05  FC-HASH-TOTAL            PIC 9(09).
000182     05  FC-RECEIVER-ID           PIC X(08).
000184     05  FC-FEED-FORMAT           PIC X(01).
000186         88  FC-FULL-FEED         VALUE "F" " ".
000188         88  FC-DELTA-FEED        VALUE "D".
00018A     05  FC-GENERATION            PIC 9(09).
000190     05  FILLER                   PIC X(34).
