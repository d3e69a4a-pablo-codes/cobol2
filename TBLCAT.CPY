000010******************************************************************
000020* Copybook:  TBLCAT
000030* Purpose:   Table catalog record layout, one record per code
000040*            table id on the keyed TBLCATLG.DAT catalog. Holds
000050*            the table's title, business owner, allowed ELEMENT2
000060*            range, whether it goes out on the downstream feeds,
000070*            and its own approved ELEMENT1 code list, so each
000080*            table on the master is validated by its own rules.
000090*            A table with no approved codes listed accepts any
000100*            ELEMENT1.
000110*
000120* Maintenence Log
000130* Date      Author        Maintenance Requirement
000140* --------- ------------  ---------------------------------------
000150* 10/15/26 DLROSS  Created for the TBLCATLG table catalog.
000160*
000170******************************************************************
000180 01  TABLE-CATALOG-RECORD.
000190     05  TC-TABLE-ID              PIC X(04).
000200     05  TC-TABLE-TITLE           PIC X(30).
000210     05  TC-BUSINESS-OWNER        PIC X(20).
000220     05  TC-ELEMENT2-MIN          PIC 9(02).
000230     05  TC-ELEMENT2-MAX          PIC 9(02).
000240     05  TC-FEED-SWITCH           PIC X(01).
000250         88  TC-ON-FEEDS          VALUE "Y".
000260         88  TC-OFF-FEEDS         VALUE "N".
000270     05  TC-CODE-COUNT            PIC 9(03).
000280     05  TC-APPROVED-CODES.
000290         10  TC-APPROVED-CODE     PIC X(02) OCCURS 100 TIMES
000300                                  INDEXED BY TC-CODE-INDEX.
000310     05  FILLER                   PIC X(18).
