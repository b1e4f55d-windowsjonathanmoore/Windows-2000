       LINKAGE SECTION.
       01  LK-JOURNAL-ACTION                    PIC X(1).
       01  LK-PROGRAM-NAME                      PIC X(8).
       01  LK-BEFORE-IMAGE                      PIC X(4256).
       01  LK-AFTER-IMAGE                       PIC X(4256).

       PROCEDURE DIVISION USING LK-JOURNAL-ACTION
                                LK-PROGRAM-NAME
