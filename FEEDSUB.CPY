000010******************************************************************
000020* Copybook:  FEEDSUB
000030* Purpose:   Receiver feed subscription record layout, one record
000040*            per downstream receiver on the FEEDSUBS.DAT
000050*            subscription file. Names the receiver, whether it is
000060*            sent the full CODEFEED.DAT reload (F) or the
000070*            CODEDLTA.DAT changes-only feed (D), and up to ten
000080*            table ids it takes. A first table id of *ALL takes
000090*            every table the catalog marks for the feeds. A
000100*            receiver appears once, in one format.
000110*
000120* Maintenence Log
000130* Date      Author        Maintenance Requirement
000140* --------- ------------  ---------------------------------------
000150* 10/15/26 DLROSS  Created for the FEEDSUBS subscription file.
000160*
000170******************************************************************
000180 01  FEED-SUBSCRIPTION-RECORD.
000190     05  FS-RECEIVER-ID           PIC X(08).
000200     05  FS-FEED-FORMAT           PIC X(01).
000210         88  FS-FULL-FEED         VALUE "F".
000220         88  FS-DELTA-FEED        VALUE "D".
000230     05  FS-TABLE-LIST.
000240         10  FS-TABLE-ID          PIC X(04) OCCURS 10 TIMES.
000250     05  FS-RECEIVER-NAME         PIC X(30).
000260     05  FILLER                   PIC X(01).
