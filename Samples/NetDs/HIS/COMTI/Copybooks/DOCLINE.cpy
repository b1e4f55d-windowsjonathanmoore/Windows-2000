      ***********************************************************
      * DOCLINE.cpy                                                *
      * One routed document line, as Batch/DOCRTE01.CBL writes it  *
      * to the mail-house print file and the e-delivery file. The  *
      * key orders the print file for postal presort -- ZIP, then  *
      * the piece (one per mailed copy of a document), then the    *
      * line within it -- and lets the mail house and the          *
      * e-delivery vendor break the file back into documents.      *
      * DL-SORT-ZIP is spaces on the e-delivery file, which stays  *
      * in run order and carries the address to send to in         *
      * DL-DELIVERY-ADDRESS.                                       *
      ***********************************************************
       01  DOCUMENT-LINE-RECORD.
           05  DL-KEY.
               10  DL-SORT-ZIP              PIC X(10).
               10  DL-PIECE-NUMBER          PIC 9(7).
               10  DL-LINE-NUMBER           PIC 9(5).
           05  DL-DOCUMENT-TYPE             PIC X(4).
           05  DL-CUSTOMER-NUMBER           PIC 9(9).
           05  DL-DELIVERY-ADDRESS          PIC X(60).
           05  DL-LINE-TEXT                 PIC X(132).
