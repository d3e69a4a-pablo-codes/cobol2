000010******************************************************************
000020* Copybook:  RELREC
000030* Purpose:   Parent/child relationship record layout, one record
000040*            per link on the CODEREL.DAT relationship file. Links
000050*            one child table entry (table id plus ELEMENT1) to
000060*            one parent table entry, e.g. a billing code to its
000070*            product line or a product line to a region it is
000080*            sold in. Keyed child first, so a child's parents
000090*            read together; the parent key is an alternate key
000100*            with duplicates, so a parent's children read
000110*            together. A child may be linked before it is added
000120*            to the master, but its parent must already be there.
000130*
000140* Maintenence Log
000150* Date      Author        Maintenance Requirement
000160* --------- ------------  ---------------------------------------
000170* 10/15/26 DLROSS  Created for the CODEREL relationship file.
000180*
000190******************************************************************
000200 01  CODE-RELATIONSHIP-RECORD.
000210     05  CR-RELATIONSHIP-KEY.
000220         10  CR-CHILD-KEY.
000230             15  CR-CHILD-TABLE-ID    PIC X(04).
000240             15  CR-CHILD-ELEMENT1    PIC X(02).
000250         10  CR-PARENT-KEY.
000260             15  CR-PARENT-TABLE-ID   PIC X(04).
000270             15  CR-PARENT-ELEMENT1   PIC X(02).
000280     05  CR-LINKED-BY             PIC X(08).
000290     05  CR-LINKED-DATE           PIC X(10).
000300     05  FILLER                   PIC X(50).
