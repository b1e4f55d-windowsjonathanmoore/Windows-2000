      ***********************************************************
      * DOCINDX.cpy                                                *
      * Document index -- one record per customer document a       *
      * document run (Batch/STMTGEN1.CBL statements, DUNLTR01      *
      * dunning letters, AUDCNF01 audit confirmations) writes to   *
      * its 132-column print stream, in stream order, written as   *
      * the document is finished. DX-LINES-BEFORE counts the       *
      * stream lines ahead of this document that belong to no      *
      * document at all (orphan notices and the like); anything    *
      * after the last document is the run's own summary. With the *
      * two counts Batch/DOCRTE01.CBL can cut the stream back into *
      * documents and route each one by the customer's delivery    *
      * preference without reading the print lines themselves.     *
      * DX-ADDRESS-ZIP is the bill-to ZIP the document is mailed   *
      * to.                                                        *
      ***********************************************************
       01  DOCUMENT-INDEX-RECORD.
           05  DX-DOCUMENT-TYPE             PIC X(4).
               88  DX-DOCUMENT-STATEMENT        VALUE 'STMT'.
               88  DX-DOCUMENT-DUNNING          VALUE 'DUNL'.
               88  DX-DOCUMENT-AUDIT-CONFIRM    VALUE 'AUDC'.
           05  DX-CUSTOMER-NUMBER           PIC 9(9).
           05  DX-ADDRESS-ZIP               PIC X(10).
           05  DX-LINES-BEFORE              PIC 9(7).
           05  DX-LINE-COUNT                PIC 9(5).
