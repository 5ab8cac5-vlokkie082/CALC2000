       *>   print on MRGLIST and no merged file is written. The
       *>   details ride through the sort, not an in-storage table,
       *>   so the merge has no ceiling on the size of the book.
       *>   Every header's branch and every detail's product is edited
       *>   against the BRPRREF reference file, so a deck keyed under
       *>   a branch or product the bank doesn't carry is caught here
       *>   and not on the posting run.
       *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MERGE-FILE.

           SELECT REFERENCE-FILE ASSIGN TO "BRPRREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-KEY
               FILE STATUS IS FS-REFERENCE-FILE.

           SELECT LIST-FILE ASSIGN TO "MRGLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-LIST-FILE.
           RECORDING MODE IS F.
       01  MERGE-RECORD                  PIC X(51).

       *> Keyed branch and product reference file maintained by
       *> REFMNT1, read only to edit the deck codes.
       FD  REFERENCE-FILE.
       COPY BRPRREF.

       *> Spooled merge listing: every deck error found, then the
       *> run totals.
       FD  LIST-FILE
           05  FS-ACCT-SORTED         PIC XX VALUE "00".
           05  FS-MERGE-SORTED        PIC XX VALUE "00".
           05  FS-MERGE-FILE          PIC XX VALUE "00".
           05  FS-REFERENCE-FILE      PIC XX VALUE "00".
           05  FS-LIST-FILE           PIC XX VALUE "00".
           05  FS-RUN-LOG-FILE        PIC XX VALUE "00".

               10  HDR-BRANCH-CODE        PIC X(3).
               10  FILLER                 PIC X(29).

       *> One slot per branch header seen, the same 200-branch limit
       *> CALC2000's branch table carries; the headers are replayed
       *> up front on the merged file.
       01  HEADER-TABLE-VALUES.
           05  WS-HDR-MAX             PIC 9(3) VALUE 200.
           05  WS-HDR-COUNT           PIC 9(3) VALUE 0.
           05  WS-HDR-INDEX           PIC 9(3) VALUE 0.
           05  WS-HDR-SCAN-INDEX      PIC 9(3) VALUE 0.
           05  WS-HDR-FOUND-SLOT      PIC 9(3) VALUE 0.
           05  HDR-ENTRY OCCURS 200 TIMES.
               10  HDR-TAB-BRANCH-CODE    PIC X(3).
               10  HDR-TAB-RECORD         PIC X(51).
       01  WS-HDR-SWAP-ENTRY.
           05  WS-CURRENT-BRANCH      PIC X(3) VALUE SPACES.
           05  WS-DECK-HEADER-SWITCH  PIC X VALUE "N".
               88  DECK-HEADER-SEEN         VALUE "Y".
           05  WS-REF-FOUND-SWITCH    PIC X VALUE "N".
               88  REF-CODE-ON-FILE         VALUE "Y".

       *> The account id just checked on the duplicate sequence
       *> check over the account-sorted details.
           WRITE LIST-RECORD FROM MGL-HEADING-LINE-1
           WRITE LIST-RECORD FROM MGL-BLANK-LINE

           OPEN INPUT REFERENCE-FILE
           IF FS-REFERENCE-FILE NOT = "00"
               DISPLAY "*** ERROR OPENING REFERENCE FILE - STATUS "
                   FS-REFERENCE-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 010-SORT-DETAILS-BY-ACCOUNT
           PERFORM 045-SEQUENCE-CHECK-DETAILS

           END-IF

           PERFORM 160-WRITE-LISTING-TOTALS
           CLOSE REFERENCE-FILE
           CLOSE LIST-FILE

           DISPLAY "Records Read:         " MRG-RECORDS-READ
                       TO HDR-TAB-RECORD (WS-HDR-COUNT)
               END-IF

               MOVE "B"             TO REF-REC-TYPE
               MOVE HDR-BRANCH-CODE TO REF-CODE
               PERFORM 035-LOOK-UP-REFERENCE
               IF NOT REF-CODE-ON-FILE
                   MOVE HDR-BRANCH-CODE TO MGL-ERR-BRANCH
                   MOVE SPACES          TO MGL-ERR-ACCT-ID
                   MOVE "BRANCH NOT ON REFERENCE FILE"
                       TO MGL-ERR-MESSAGE
                   PERFORM 050-WRITE-DECK-ERROR
               END-IF

               MOVE HDR-BRANCH-CODE TO WS-CURRENT-BRANCH
               SET DECK-HEADER-SEEN TO TRUE
           END-IF

       *> Releases the detail in hand to the sort. A detail before
       *> any header, or one whose branch code doesn't match the
       *> deck's header, is a malformed merge and errors the run, as
       *> does a detail for a product not on the reference file.
       030-TAKE-BRANCH-DETAIL.
           ADD 1 TO MRG-DETAILS-READ

           MOVE "P"               TO REF-REC-TYPE
           MOVE ACCT-PRODUCT-CODE TO REF-CODE
           PERFORM 035-LOOK-UP-REFERENCE

           EVALUATE TRUE
               WHEN NOT DECK-HEADER-SEEN
                   MOVE ACCT-BRANCH-CODE TO MGL-ERR-BRANCH
                   MOVE "DETAIL BRANCH DOES NOT MATCH DECK HEADER"
                       TO MGL-ERR-MESSAGE
                   PERFORM 050-WRITE-DECK-ERROR
               WHEN NOT REF-CODE-ON-FILE
                   MOVE ACCT-BRANCH-CODE TO MGL-ERR-BRANCH
                   MOVE ACCT-ID          TO MGL-ERR-ACCT-ID
                   MOVE SPACES           TO MGL-ERR-MESSAGE
                   STRING "PRODUCT " DELIMITED BY SIZE
                       ACCT-PRODUCT-CODE DELIMITED BY SIZE
                       " NOT ON REFERENCE FILE" DELIMITED BY SIZE
                       INTO MGL-ERR-MESSAGE
                   PERFORM 050-WRITE-DECK-ERROR
               WHEN OTHER
                   MOVE ACCT-BRANCH-CODE TO SDET-BRANCH-CODE
                   MOVE ACCT-ID          TO SDET-ACCT-ID
           END-EVALUATE
           .

       *> Reads the reference record keyed in REF-KEY and notes
       *> whether it is on file. Anything but found or not found is
       *> a failed read, and the merge stops rather than let a deck
       *> through unchecked.
       035-LOOK-UP-REFERENCE.
           READ REFERENCE-FILE
               INVALID KEY
                   MOVE "N" TO WS-REF-FOUND-SWITCH
               NOT INVALID KEY
                   SET REF-CODE-ON-FILE TO TRUE
           END-READ
           IF FS-REFERENCE-FILE NOT = "00"
                   AND FS-REFERENCE-FILE NOT = "23"
               DISPLAY "*** ERROR READING REFERENCE FILE FOR " REF-KEY
                   " - STATUS " FS-REFERENCE-FILE " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       *> Sequence-checks the account-sorted details: equal account
       *> ids land next to each other whatever deck they rode in on,
       *> so the same account on two decks - or twice on one -
