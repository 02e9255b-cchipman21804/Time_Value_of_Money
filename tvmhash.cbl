      *****************************************************************
      * OPERATOR PASSWORD HASH                                        *
      *                                                               *
      * One-way hash of an operator's password for OPERAUTH.DAT, so   *
      * the password itself is never stored or written anywhere.      *
      * CALLed by TVMSIGN to check a password given at sign-on and    *
      * by TVMSIGN and TVMOPER to store a new one.                    *
      *                                                               *
      * The operator id is mixed in ahead of the password as a salt,  *
      * so two operators with the same password do not carry the      *
      * same hash.  The 24 characters are run through two modular     *
      * accumulators -- each step multiplies the running value and    *
      * folds in the character's code and its position -- for 64      *
      * rounds, so every character affects every digit of the         *
      * result.  The two 9-digit accumulators side by side are the    *
      * 18-digit hash.  A zero result is bumped to 1: zero on the     *
      * profile means "no password chosen".                           *
      *                                                               *
      *****************************************************************

       identification division.
       program-id.   tvmhash.

       data division.
       working-storage section.

       01 HASH-WORK-FIELDS.
              05 HASH-INPUT         PIC X(24).
              05 HASH-CHAR          PIC X.
              05 HASH-ROUND         PIC 99 USAGE COMP.
              05 HASH-POSITION      PIC 99 USAGE COMP.
              05 HASH-CODE          PIC 9(3) USAGE COMP.
              05 HASH-ACCUM-1       PIC 9(12) USAGE COMP.
              05 HASH-ACCUM-2       PIC 9(15) USAGE COMP.
              05 HASH-MODULUS-1     PIC 9(9) USAGE COMP
                     VALUE 999999937.
              05 HASH-MODULUS-2     PIC 9(9) USAGE COMP
                     VALUE 999999929.

       linkage section.
       01 HASH-OPERATOR          PIC X(8).
       01 HASH-PASSWORD          PIC X(16).
       01 HASH-VALUE             PIC 9(18).

       procedure division using hash-operator hash-password
              hash-value.
       main-logic.
              move hash-operator to hash-input(1:8)
              move hash-password to hash-input(9:16)
              move 5381 to hash-accum-1
              move 52711 to hash-accum-2
              perform varying hash-round from 1 by 1
                     until hash-round > 64
                     perform varying hash-position from 1 by 1
                            until hash-position > 24
                            perform mix-one-character
                     end-perform
              end-perform
              compute hash-value =
                     hash-accum-1 * 1000000000 + hash-accum-2
              if hash-value = 0
                     move 1 to hash-value
              end-if
              goback.

       mix-one-character.
              move hash-input(hash-position:1) to hash-char
              compute hash-code = function ord(hash-char)
              compute hash-accum-1 = function mod(
                     hash-accum-1 * 33 + hash-code + hash-round
                     hash-modulus-1)
              compute hash-accum-2 = function mod(
                     hash-accum-2 * 131
                     + hash-code * (hash-position + hash-round)
                     + hash-accum-1
                     hash-modulus-2).
