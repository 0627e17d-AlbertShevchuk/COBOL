       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPHASH.
       AUTHOR. Albert Shevchuk.
       DATE-WRITTEN. October 15, 2026
      *> One-way hash of an operator's password for OPERATOR.DAT.
      *> Only the hash is ever kept on file: SIGNON hashes what the
      *> operator keys and compares, OPERMNT hashes a new password
      *> before storing it. The operator ID is run in ahead of the
      *> password so two operators who pick the same password still
      *> carry different hashes, and the whole string is folded
      *> through the prime modulus many times over so a hash cannot
      *> be walked back to the password by hand.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-HASH-SOURCE PIC X(24) VALUE SPACES.
       01 WS-HASH-VALUE PIC 9(13) VALUE 0.
       01 WS-HASH-PRIME PIC 9(10) VALUE 9999999967.
       01 WS-HASH-ROUNDS PIC 9(4) VALUE 500.
       01 WS-HASH-ROUND PIC 9(4) VALUE 0.
       01 WS-HASH-LENGTH PIC 99 VALUE 24.
       01 WS-HASH-IDX PIC 99 VALUE 0.

       LINKAGE SECTION.
       01 LK-OPERATOR-ID PIC X(8).
       01 LK-PASSWORD PIC X(16).
       01 LK-HASH PIC 9(10).

       PROCEDURE DIVISION USING LK-OPERATOR-ID, LK-PASSWORD, LK-HASH.
       Main-Logic.
           MOVE SPACES TO WS-HASH-SOURCE
           STRING LK-OPERATOR-ID LK-PASSWORD
               DELIMITED BY SIZE INTO WS-HASH-SOURCE
           END-STRING
           MOVE 7 TO WS-HASH-VALUE
           PERFORM VARYING WS-HASH-ROUND FROM 1 BY 1
                   UNTIL WS-HASH-ROUND > WS-HASH-ROUNDS
               PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                       UNTIL WS-HASH-IDX > WS-HASH-LENGTH
                   COMPUTE WS-HASH-VALUE = FUNCTION MOD (
                       WS-HASH-VALUE * 131
                       + FUNCTION ORD (WS-HASH-SOURCE (WS-HASH-IDX:1))
                       * (WS-HASH-IDX + WS-HASH-ROUND),
                       WS-HASH-PRIME)
               END-PERFORM
           END-PERFORM
           MOVE WS-HASH-VALUE TO LK-HASH

           GOBACK.
