      *   customer record is the one compliance maintains
      * - Customer IDs are generated sequentially from the control
      *   file, same pattern as every other ID in the system
      * - A customer can only prefer SMS or EMAIL while the matching
      *   contact detail is on file; PAPER (printed advice) is the
      *   default and the fallback for anything undeliverable
      * - A tax ID must pass its CPF/CNPJ check digits before it is
      *   written, and is stored in its bare unpunctuated form so
      *   the onboarding match finds the person however it was keyed
      *
      * Operations:
      * - CREATE-CUSTOMER: Creates a customer from KYC details
      *   place they now live
      * - SET-CUSTOMER-RISK-TIER: Classifies the customer LOW/MEDIUM/
      *   HIGH, which drives the periodic KYC review interval
      * - UPDATE-CUSTOMER-CONTACT: Amends the mobile number, email
      *   address and preferred notification channel
      * - COMPLETE-KYC-REVIEW: Stamps the next review date after an
      *   operator has confirmed or amended the details on file
      * - MERGE-CUSTOMERS: Supervised merge of a duplicate CUS-ID
       01  WS-INPUT-CUS-DOB            PIC 9(8).
       01  WS-INPUT-CUS-ADDRESS        PIC X(60).
       01  WS-INPUT-RISK-TIER          PIC X(6).
       01  WS-INPUT-MOBILE-PHONE       PIC X(15).
       01  WS-INPUT-EMAIL              PIC X(60).
       01  WS-INPUT-NOTIFY-CHANNEL     PIC X(5).
       01  WS-EMAIL-AT-COUNT           PIC 99.
       01  WS-VALIDATION-RESULT        PIC 9.
       01  WS-VALIDATION-MESSAGE       PIC X(80).

      * Review interval per risk tier, in months - the compliance
      * policy figures, held as a compiled VALUE-literal table the
      * same shape CALENDAR used for holidays. A blank tier (records
      * written before tiers existed) reviews on the MEDIUM interval.
       01  WS-TIER-TABLE-VALUES.
           05  FILLER                  PIC X(9) VALUE 'HIGH  012'.
      *    Input: WS-INPUT-CUS-NAME, WS-INPUT-CUS-TAX-ID,
      *           WS-INPUT-CUS-DOB, WS-INPUT-CUS-ADDRESS
      *    Output: CUSTOMER-RECORD, WS-CUS-OP-STATUS
           CALL 'VALIDATION' USING 'VALIDATE-TAX-ID'
               WS-INPUT-CUS-TAX-ID WS-VALIDATION-RESULT
               WS-VALIDATION-MESSAGE.

           IF WS-VALIDATION-RESULT = 0
               MOVE '99' TO WS-CUS-OP-STATUS
               MOVE WS-VALIDATION-MESSAGE TO WS-CUS-OP-MESSAGE
               GO TO CREATE-CUSTOMER-END
           END-IF.

           INITIALIZE CUSTOMER-RECORD.

           PERFORM GENERATE-CUSTOMER-ID.
           MOVE WS-INPUT-CUS-DOB TO CUS-DATE-OF-BIRTH.
           MOVE WS-INPUT-CUS-ADDRESS TO CUS-ADDRESS.
           MOVE 'ACTIVE' TO CUS-STATUS.
           MOVE 'PAPER' TO CUS-NOTIFY-CHANNEL.

           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CUS-CREATED-TS.
               MOVE 'Failed to create customer' TO WS-CUS-OP-MESSAGE
           END-IF.

       CREATE-CUSTOMER-END.
           EXIT.

       GET-CUSTOMER.
      *    Retrieve a customer by ID
      *    Input: WS-INPUT-CUSTOMER-ID
      *           WS-INPUT-CUS-TAX-ID, WS-INPUT-CUS-DOB,
      *           WS-INPUT-CUS-ADDRESS
      *    Output: CUSTOMER-RECORD, WS-CUS-OP-STATUS
      *    A new tax ID is checked before anything is read, so a
      *    mis-keyed one leaves the record exactly as it was
           IF WS-INPUT-CUS-TAX-ID NOT = SPACES
               CALL 'VALIDATION' USING 'VALIDATE-TAX-ID'
                   WS-INPUT-CUS-TAX-ID WS-VALIDATION-RESULT
                   WS-VALIDATION-MESSAGE
               IF WS-VALIDATION-RESULT = 0
                   MOVE '99' TO WS-CUS-OP-STATUS
                   MOVE WS-VALIDATION-MESSAGE TO WS-CUS-OP-MESSAGE
                   GO TO UPDATE-CUSTOMER-DETAILS-END
               END-IF
           END-IF.

           MOVE WS-INPUT-CUSTOMER-ID TO CUS-ID.

           CALL 'FILES' USING 'OPEN-CUSTOMER-FILE-IO'.
       UPDATE-CUSTOMER-DETAILS-END.
           EXIT.

       UPDATE-CUSTOMER-CONTACT.
      *    Amend a customer's mobile number, email address and
      *    preferred notification channel; blank inputs leave the
      *    existing value untouched. The channel is checked against
      *    the contact details as they stand after the change.
      *    Input: WS-INPUT-CUSTOMER-ID, WS-INPUT-MOBILE-PHONE,
      *           WS-INPUT-EMAIL, WS-INPUT-NOTIFY-CHANNEL
      *    Output: CUSTOMER-RECORD, WS-CUS-OP-STATUS
           IF WS-INPUT-NOTIFY-CHANNEL NOT = SPACES AND
                   WS-INPUT-NOTIFY-CHANNEL NOT = 'PAPER' AND
                   WS-INPUT-NOTIFY-CHANNEL NOT = 'SMS' AND
                   WS-INPUT-NOTIFY-CHANNEL NOT = 'EMAIL'
               MOVE '99' TO WS-CUS-OP-STATUS
               MOVE 'Channel must be PAPER, SMS or EMAIL'
                   TO WS-CUS-OP-MESSAGE
               GO TO UPDATE-CUSTOMER-CONTACT-END
           END-IF.

           IF WS-INPUT-EMAIL NOT = SPACES
               MOVE 0 TO WS-EMAIL-AT-COUNT
               INSPECT WS-INPUT-EMAIL TALLYING WS-EMAIL-AT-COUNT
                   FOR ALL '@'
               IF WS-EMAIL-AT-COUNT NOT = 1
                   MOVE '99' TO WS-CUS-OP-STATUS
                   MOVE 'Email address is not valid'
                       TO WS-CUS-OP-MESSAGE
                   GO TO UPDATE-CUSTOMER-CONTACT-END
               END-IF
           END-IF.

           MOVE WS-INPUT-CUSTOMER-ID TO CUS-ID.

           CALL 'FILES' USING 'OPEN-CUSTOMER-FILE-IO'.
           CALL 'FILES' USING 'READ-CUSTOMER' CUSTOMER-RECORD
               WS-CUS-OP-STATUS.

           IF NOT CUS-OP-SUCCESS
               CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'
               MOVE 'Customer not found' TO WS-CUS-OP-MESSAGE
               GO TO UPDATE-CUSTOMER-CONTACT-END
           END-IF.

           IF WS-INPUT-MOBILE-PHONE NOT = SPACES
               MOVE WS-INPUT-MOBILE-PHONE TO CUS-MOBILE-PHONE
           END-IF.
           IF WS-INPUT-EMAIL NOT = SPACES
               MOVE WS-INPUT-EMAIL TO CUS-EMAIL
           END-IF.
           IF WS-INPUT-NOTIFY-CHANNEL NOT = SPACES
               MOVE WS-INPUT-NOTIFY-CHANNEL TO CUS-NOTIFY-CHANNEL
           END-IF.

           IF (CUS-NOTIFY-SMS AND CUS-MOBILE-PHONE = SPACES) OR
                   (CUS-NOTIFY-EMAIL AND CUS-EMAIL = SPACES)
               CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'
               MOVE '99' TO WS-CUS-OP-STATUS
               MOVE 'No contact detail on file for that channel'
                   TO WS-CUS-OP-MESSAGE
               GO TO UPDATE-CUSTOMER-CONTACT-END
           END-IF.

           PERFORM GET-CURRENT-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CUS-UPDATED-TS.

           CALL 'FILES' USING 'UPDATE-CUSTOMER' CUSTOMER-RECORD
               WS-CUS-OP-STATUS.
           CALL 'FILES' USING 'CLOSE-CUSTOMER-FILE'.

           MOVE 'Customer contact details updated'
               TO WS-CUS-OP-MESSAGE.

       UPDATE-CUSTOMER-CONTACT-END.
           EXIT.

      ******************************************************************
      * PERIODIC KYC REVIEW
      ******************************************************************
