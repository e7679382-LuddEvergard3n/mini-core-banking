      * - Account status checks
      * - Sufficient balance checks
      * - Account number format validation
      * - Tax ID check digits (CPF for individuals, CNPJ for
      *   companies)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDATION.
       01  WS-MONTHLY-TOTAL-TO-CHECK   PIC S9(13)V99.
       01  WS-TAX-ID-TO-CHECK          PIC X(20).
       01  WS-DATE-OF-BIRTH-TO-CHECK   PIC 9(08).
       01  WS-KYC-TODAY                PIC 9(08).
       01  WS-ADDRESS-TO-CHECK         PIC X(60).
       01  WS-CURRENCY-TO-CHECK        PIC X(03).
       01  WS-SOURCE-CURRENCY-TO-CHECK PIC X(03).
       01  WS-CHECK-DIGIT              PIC 9.
       01  WS-CHECK-DIGIT-OK           PIC 9.

      * Tax ID check-digit working data (see VALIDATE-TAX-ID): the
      * keyed value with its punctuation dropped, one character per
      * table entry. An 11-digit value is a CPF, a 14-character one
      * a CNPJ - whose first twelve characters may be letters under
      * the alphanumeric CNPJ, each letter worth its ASCII code
      * less 48 in the sum, the check digits always numeric.
       01  WS-TAX-ID-KIND              PIC X(4).
           88  TAX-ID-IS-CPF           VALUE 'CPF'.
           88  TAX-ID-IS-CNPJ          VALUE 'CNPJ'.
       01  WS-TAX-COMPACT              PIC X(20).
       01  WS-TAX-COMPACT-TABLE REDEFINES WS-TAX-COMPACT.
           05  WS-TAX-CHAR             PIC X OCCURS 20 TIMES.
       01  WS-TAX-LENGTH               PIC 99.
       01  WS-TAX-SCAN-IDX             PIC 99.
       01  WS-TAX-SCAN-CHAR            PIC X.
       01  WS-TAX-BAD-CHARS            PIC 99.
       01  WS-TAX-SAME-CHARS           PIC 99.
       01  WS-TAX-SUM-LENGTH           PIC 99.
       01  WS-TAX-WEIGHT               PIC 99.
       01  WS-TAX-CHAR-VALUE           PIC 99.
       01  WS-TAX-SUM                  PIC 9(5).
       01  WS-TAX-REMAINDER            PIC 99.
       01  WS-TAX-EXPECTED-DIGIT       PIC 9.
       01  WS-TAX-DIGITS-OK            PIC 9.

       PROCEDURE DIVISION.

      ******************************************************************
               GO TO VALIDATE-KYC-DATA-END
           END-IF.

      *    A birth date after today is a keying slip - and the
      *    minor/majority rules would misread it
           ACCEPT WS-KYC-TODAY FROM DATE YYYYMMDD.

           IF WS-DATE-OF-BIRTH-TO-CHECK > WS-KYC-TODAY
               MOVE 'Date of birth cannot be in the future'
                   TO WS-ERROR-MESSAGE
               MOVE 69 TO WS-ERROR-CODE
               GO TO VALIDATE-KYC-DATA-END
           END-IF.

           IF WS-ADDRESS-TO-CHECK = SPACES
               MOVE 'Address is required'
                   TO WS-ERROR-MESSAGE
               GO TO VALIDATE-KYC-DATA-END
           END-IF.

      *    Last, the tax ID's own check digits - it sets the result;
      *    a valid ID comes back in its bare stored form
           PERFORM VALIDATE-TAX-ID THRU VALIDATE-TAX-ID-END.

       VALIDATE-KYC-DATA-END.
           EXIT.

       VALIDATE-TAX-ID.
      *    Validate a CPF or CNPJ by its mod-11 check digits. The
      *    usual punctuation (dots, dash, slash, spaces) is accepted
      *    as keyed and dropped: a valid ID is handed back as bare
      *    characters, the one form the customer master stores, so
      *    onboarding, CUSTDUP and DEPINS all match like for like
      *    Input: WS-TAX-ID-TO-CHECK
      *    Output: WS-IS-VALID, WS-ERROR-MESSAGE, WS-TAX-ID-KIND,
      *            WS-TAX-ID-TO-CHECK (bare form when valid)
           MOVE 0 TO WS-IS-VALID.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE SPACES TO WS-TAX-ID-KIND.

           IF WS-TAX-ID-TO-CHECK = SPACES
               MOVE 'Tax ID / document number is required'
                   TO WS-ERROR-MESSAGE
               MOVE 61 TO WS-ERROR-CODE
               GO TO VALIDATE-TAX-ID-END
           END-IF.

           MOVE SPACES TO WS-TAX-COMPACT.
           MOVE 0 TO WS-TAX-LENGTH.
           MOVE 0 TO WS-TAX-BAD-CHARS.
           PERFORM COMPACT-ONE-TAX-CHAR
               VARYING WS-TAX-SCAN-IDX FROM 1 BY 1
               UNTIL WS-TAX-SCAN-IDX > 20.

           IF WS-TAX-BAD-CHARS > 0
               MOVE 'Tax ID may hold only digits, letters and . - /'
                   TO WS-ERROR-MESSAGE
               MOVE 70 TO WS-ERROR-CODE
               GO TO VALIDATE-TAX-ID-END
           END-IF.

           EVALUATE WS-TAX-LENGTH
               WHEN 11
                   MOVE 'CPF' TO WS-TAX-ID-KIND
               WHEN 14
                   MOVE 'CNPJ' TO WS-TAX-ID-KIND
               WHEN OTHER
                   MOVE 'Tax ID must be an 11-digit CPF or 14-char CNPJ'
                       TO WS-ERROR-MESSAGE
                   MOVE 70 TO WS-ERROR-CODE
                   GO TO VALIDATE-TAX-ID-END
           END-EVALUATE.

      *    A CPF is digits throughout; a CNPJ's two check digits are
      *    digits even when its root is alphanumeric
           IF (TAX-ID-IS-CPF AND WS-TAX-COMPACT(1:11) NOT NUMERIC)
                   OR (TAX-ID-IS-CNPJ AND
                       WS-TAX-COMPACT(13:2) NOT NUMERIC)
               MOVE 'Tax ID holds letters where digits belong'
                   TO WS-ERROR-MESSAGE
               MOVE 70 TO WS-ERROR-CODE
               GO TO VALIDATE-TAX-ID-END
           END-IF.

      *    Repeated-character values (000.000.000-00 and the like)
      *    satisfy the arithmetic but are never issued
           MOVE 0 TO WS-TAX-SAME-CHARS.
           PERFORM COUNT-SAME-TAX-CHAR
               VARYING WS-TAX-SCAN-IDX FROM 2 BY 1
               UNTIL WS-TAX-SCAN-IDX > WS-TAX-LENGTH.

           IF WS-TAX-SAME-CHARS = WS-TAX-LENGTH - 1
               MOVE 'Tax ID is a repeated-digit placeholder'
                   TO WS-ERROR-MESSAGE
               MOVE 71 TO WS-ERROR-CODE
               GO TO VALIDATE-TAX-ID-END
           END-IF.

      *    First check digit over the root, second over the root
      *    plus the first
           MOVE 1 TO WS-TAX-DIGITS-OK.
           COMPUTE WS-TAX-SUM-LENGTH = WS-TAX-LENGTH - 2.
           PERFORM VERIFY-TAX-CHECK-DIGIT.
           ADD 1 TO WS-TAX-SUM-LENGTH.
           PERFORM VERIFY-TAX-CHECK-DIGIT.

           IF WS-TAX-DIGITS-OK = 0
               MOVE 'Tax ID check digits do not match - re-key it'
                   TO WS-ERROR-MESSAGE
               MOVE 71 TO WS-ERROR-CODE
               GO TO VALIDATE-TAX-ID-END
           END-IF.

           MOVE WS-TAX-COMPACT TO WS-TAX-ID-TO-CHECK.
           MOVE 1 TO WS-IS-VALID.

       VALIDATE-TAX-ID-END.
           EXIT.

       COMPACT-ONE-TAX-CHAR.
      *    Copy one keyed character into the compact form, dropping
      *    punctuation and counting anything that does not belong
           MOVE WS-TAX-ID-TO-CHECK(WS-TAX-SCAN-IDX:1)
               TO WS-TAX-SCAN-CHAR.
           MOVE FUNCTION UPPER-CASE(WS-TAX-SCAN-CHAR)
               TO WS-TAX-SCAN-CHAR.

           IF WS-TAX-SCAN-CHAR = '.' OR WS-TAX-SCAN-CHAR = '-' OR
                   WS-TAX-SCAN-CHAR = '/' OR WS-TAX-SCAN-CHAR = SPACE
               CONTINUE
           ELSE
               IF (WS-TAX-SCAN-CHAR >= '0' AND
                       WS-TAX-SCAN-CHAR <= '9') OR
                       (WS-TAX-SCAN-CHAR >= 'A' AND
                       WS-TAX-SCAN-CHAR <= 'Z')
                   ADD 1 TO WS-TAX-LENGTH
                   MOVE WS-TAX-SCAN-CHAR TO WS-TAX-CHAR(WS-TAX-LENGTH)
               ELSE
                   ADD 1 TO WS-TAX-BAD-CHARS
               END-IF
           END-IF.

       COUNT-SAME-TAX-CHAR.
      *    Count characters equal to the first one
           IF WS-TAX-CHAR(WS-TAX-SCAN-IDX) = WS-TAX-CHAR(1)
               ADD 1 TO WS-TAX-SAME-CHARS
           END-IF.

       VERIFY-TAX-CHECK-DIGIT.
      *    Mod-11 over the first WS-TAX-SUM-LENGTH characters; the
      *    character after them must be the resulting digit. Weights
      *    run 2, 3, 4 ... from the right - without limit for a CPF,
      *    cycling back to 2 after 9 for a CNPJ. A remainder under 2
      *    gives digit 0, otherwise the digit is 11 less it.
      *    Output: WS-TAX-DIGITS-OK set to 0 on a mismatch
           MOVE 0 TO WS-TAX-SUM.
           PERFORM ADD-TAX-WEIGHTED-CHAR
               VARYING WS-TAX-SCAN-IDX FROM 1 BY 1
               UNTIL WS-TAX-SCAN-IDX > WS-TAX-SUM-LENGTH.

           COMPUTE WS-TAX-REMAINDER = FUNCTION MOD(WS-TAX-SUM 11).
           IF WS-TAX-REMAINDER < 2
               MOVE 0 TO WS-TAX-EXPECTED-DIGIT
           ELSE
               COMPUTE WS-TAX-EXPECTED-DIGIT = 11 - WS-TAX-REMAINDER
           END-IF.

           IF WS-TAX-CHAR(WS-TAX-SUM-LENGTH + 1) NOT =
                   WS-TAX-EXPECTED-DIGIT
               MOVE 0 TO WS-TAX-DIGITS-OK
           END-IF.

       ADD-TAX-WEIGHTED-CHAR.
      *    Add one character's weighted value to the running sum
           IF TAX-ID-IS-CPF
               COMPUTE WS-TAX-WEIGHT =
                   WS-TAX-SUM-LENGTH - WS-TAX-SCAN-IDX + 2
           ELSE
               COMPUTE WS-TAX-WEIGHT = FUNCTION MOD(
                   WS-TAX-SUM-LENGTH - WS-TAX-SCAN-IDX 8) + 2
           END-IF.

           COMPUTE WS-TAX-CHAR-VALUE =
               FUNCTION ORD(WS-TAX-CHAR(WS-TAX-SCAN-IDX)) - 49.
           COMPUTE WS-TAX-SUM =
               WS-TAX-SUM + WS-TAX-CHAR-VALUE * WS-TAX-WEIGHT.

      ******************************************************************
      * CURRENCY VALIDATIONS
      ******************************************************************
