      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared subprogram - the one place a CBU's two check
      *          digits are worked out. A CBU is two blocks: the
      *          first eight digits are the bank code (3), the branch
      *          code (4) and the first block's check digit; the
      *          remaining fourteen are the account number (13) and
      *          the second block's check digit. Each check digit is
      *          ten less the units digit of the weighted sum of its
      *          block (weights 7 1 3 9 repeating from the left of
      *          the first block, 3 9 7 1 repeating from the left of
      *          the second), taken to 0 when that sum ends in 0.
      *          Function "V" validates the CBU passed and answers
      *          "Y" or "N"; function "S" stamps both check digits
      *          into the CBU passed (the other twenty digits as
      *          given) and always answers "Y". A zero CBU never
      *          validates.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBU-CHECK.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CBU-DIGITS               PIC 9(22).
       01  WS-CBU-DIGIT-TABLE REDEFINES WS-CBU-DIGITS.
           05 WS-CBU-DIGIT             PIC 9(01) OCCURS 22 TIMES.
      *    Weights of the first block's seven digits, then of the
      *    second block's thirteen.
       01  WS-WEIGHT-VALUES.
           05 FILLER                   PIC X(07) VALUE "7139713".
           05 FILLER                   PIC X(13) VALUE "3971397139713".
       01  WS-WEIGHT-TABLE REDEFINES WS-WEIGHT-VALUES.
           05 WS-WEIGHT                PIC 9(01) OCCURS 20 TIMES.
       01  WS-DIGIT-IDX                PIC 9(02).
       01  WS-WEIGHTED-SUM             PIC 9(04).
       01  WS-SUM-QUOTIENT             PIC 9(04).
       01  WS-SUM-UNITS                PIC 9(01).
       01  WS-CHECK-DIGIT-1            PIC 9(01).
       01  WS-CHECK-DIGIT-2            PIC 9(01).

       LINKAGE SECTION.
       01  LK-CBU                      PIC 9(22).
       01  LK-CBU-FUNCTION             PIC X(01).
           88 LK-VALIDATE-CBU              VALUE "V".
           88 LK-STAMP-CBU                 VALUE "S".
       01  LK-CBU-RESULT               PIC X(01).

       PROCEDURE DIVISION USING LK-CBU LK-CBU-FUNCTION LK-CBU-RESULT.
       MAIN-PROCEDURE.
           MOVE "N" TO LK-CBU-RESULT
           MOVE LK-CBU TO WS-CBU-DIGITS

      *    First block: bank and branch, digits 1 to 7.
           MOVE 0 TO WS-WEIGHTED-SUM
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
                   UNTIL WS-DIGIT-IDX > 7
               COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                   + WS-CBU-DIGIT(WS-DIGIT-IDX)
                   * WS-WEIGHT(WS-DIGIT-IDX)
           END-PERFORM
           PERFORM 010-CHECK-DIGIT THRU 010-END
           MOVE WS-SUM-UNITS TO WS-CHECK-DIGIT-1

      *    Second block: account number, digits 9 to 21.
           MOVE 0 TO WS-WEIGHTED-SUM
           PERFORM VARYING WS-DIGIT-IDX FROM 9 BY 1
                   UNTIL WS-DIGIT-IDX > 21
               COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                   + WS-CBU-DIGIT(WS-DIGIT-IDX)
                   * WS-WEIGHT(WS-DIGIT-IDX - 1)
           END-PERFORM
           PERFORM 010-CHECK-DIGIT THRU 010-END
           MOVE WS-SUM-UNITS TO WS-CHECK-DIGIT-2

           IF LK-STAMP-CBU
               MOVE WS-CHECK-DIGIT-1 TO WS-CBU-DIGIT(8)
               MOVE WS-CHECK-DIGIT-2 TO WS-CBU-DIGIT(22)
               MOVE WS-CBU-DIGITS TO LK-CBU
               MOVE "Y" TO LK-CBU-RESULT
               GOBACK
           END-IF

           IF LK-CBU NOT = 0
               AND WS-CBU-DIGIT(8) = WS-CHECK-DIGIT-1
               AND WS-CBU-DIGIT(22) = WS-CHECK-DIGIT-2
               MOVE "Y" TO LK-CBU-RESULT
           END-IF
           GOBACK.

      *    Turns WS-WEIGHTED-SUM into its block's check digit, left
      *    in WS-SUM-UNITS.
       010-CHECK-DIGIT.
           DIVIDE WS-WEIGHTED-SUM BY 10 GIVING WS-SUM-QUOTIENT
               REMAINDER WS-SUM-UNITS
           IF WS-SUM-UNITS NOT = 0
               COMPUTE WS-SUM-UNITS = 10 - WS-SUM-UNITS
           END-IF.
       010-END.EXIT.
       END PROGRAM CBU-CHECK.
