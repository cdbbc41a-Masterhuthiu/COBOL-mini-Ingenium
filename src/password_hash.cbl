       IDENTIFICATION DIVISION.
       PROGRAM-ID. PWHASH.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Passwords are never stored as keyed - the user master holds
      * only this one-way digest. The user id is hashed in with the
      * password, so two users with the same password do not end up
      * with the same digest, and the whole text is run through many
      * rounds so a digest is slow to attack by guessing. USERSIGNON
      * hashes what was typed and compares digests; USERMAINT
      * hashes a new or reset password before saving it.

       01 HASH-ROUNDS          PIC 9(03) VALUE 64.
       01 HASH-MODULUS-1       PIC 9(10) VALUE 2147483647.
       01 HASH-MODULUS-2       PIC 9(10) VALUE 2147483629.

       01 HASH-SOURCE.
           05 HASH-SOURCE-USER     PIC X(20).
           05 HASH-SOURCE-PASSWORD PIC X(20).

       01 HASH-ROUND           PIC 9(03) COMP.
       01 HASH-POSITION        PIC 9(03) COMP.
       01 HASH-CHAR-CODE       PIC 9(05).
       01 HASH-ACCUM-1         PIC 9(10).
       01 HASH-ACCUM-2         PIC 9(10).
       01 HASH-WORK            PIC 9(18).
       01 HASH-QUOTIENT        PIC 9(18).

       01 HASH-DIGEST.
           05 HASH-DIGEST-1        PIC 9(10).
           05 HASH-DIGEST-2        PIC 9(10).

       LINKAGE SECTION.
       01 PWH-USER-ID          PIC X(20).
       01 PWH-PASSWORD         PIC X(20).
       01 PWH-HASH             PIC X(20).

       PROCEDURE DIVISION USING PWH-USER-ID
                                 PWH-PASSWORD
                                 PWH-HASH.

       MAIN-PASSWORD-HASH.

           MOVE PWH-USER-ID  TO HASH-SOURCE-USER
           MOVE PWH-PASSWORD TO HASH-SOURCE-PASSWORD

           MOVE 5381 TO HASH-ACCUM-1
           MOVE 1    TO HASH-ACCUM-2

           PERFORM HASH-ONE-ROUND
               VARYING HASH-ROUND FROM 1 BY 1
               UNTIL HASH-ROUND > HASH-ROUNDS

           MOVE HASH-ACCUM-1 TO HASH-DIGEST-1
           MOVE HASH-ACCUM-2 TO HASH-DIGEST-2
           MOVE HASH-DIGEST  TO PWH-HASH

           GOBACK.

       HASH-ONE-ROUND.

           PERFORM HASH-ONE-CHARACTER
               VARYING HASH-POSITION FROM 1 BY 1
               UNTIL HASH-POSITION > 40.

       HASH-ONE-CHARACTER.

      * Two running remainders against different primes, each fed
      * every character, its position and the round; the second
      * also takes in the first, so neither can be worked on alone.

           COMPUTE HASH-CHAR-CODE =
                   FUNCTION ORD (HASH-SOURCE (HASH-POSITION:1))

           COMPUTE HASH-WORK = HASH-ACCUM-1 * 33 + HASH-CHAR-CODE
                             + HASH-POSITION + HASH-ROUND
           DIVIDE HASH-WORK BY HASH-MODULUS-1
               GIVING HASH-QUOTIENT REMAINDER HASH-ACCUM-1

           COMPUTE HASH-WORK = HASH-ACCUM-2 * 131
                             + HASH-CHAR-CODE * HASH-ROUND
                             + HASH-ACCUM-1
           DIVIDE HASH-WORK BY HASH-MODULUS-2
               GIVING HASH-QUOTIENT REMAINDER HASH-ACCUM-2.
