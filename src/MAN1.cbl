           COPY PARMSTA.
           COPY CALSTA.
           COPY PARMREC.
           COPY KYCSTA.
      *    NEW-CLIENT-INFO HOLDS THE ENTRY BEING REGISTERED, SEPARATE
      *    FROM THE FD RECORD, SO IT SURVIVES READS DONE WHILE PROBING
      *    FOR A DJB2 COLLISION.
                                    ==CLIENT-PHONE==
                                  BY ==NEW-CLIENT-PHONE==
                                    ==CLIENT-EMAIL==
                                  BY ==NEW-CLIENT-EMAIL==
                                    ==CLIENT-KYC==
                                  BY ==NEW-CLIENT-KYC==
                                    ==CLIENT-KYC-RISK==
                                  BY ==NEW-CLIENT-KYC-RISK==
                                    ==CLIENT-KYC-RISK-LOW==
                                  BY ==NEW-CLIENT-KYC-RISK-LOW==
                                    ==CLIENT-KYC-RISK-MEDIUM==
                                  BY ==NEW-CLIENT-KYC-RISK-MEDIUM==
                                    ==CLIENT-KYC-RISK-HIGH==
                                  BY ==NEW-CLIENT-KYC-RISK-HIGH==
                                    ==CLIENT-KYC-REVIEW-DATE==
                                  BY ==NEW-CLIENT-KYC-REVIEW-DATE==
                                    ==CLIENT-KYC-REVIEWER==
                                  BY ==NEW-CLIENT-KYC-REVIEWER==
                                    ==CLIENT-KYC-DOCUMENTS==
                                  BY ==NEW-CLIENT-KYC-DOCUMENTS==
                                    ==CLIENT-KYC-DOC-IDENTITY==
                                  BY ==NEW-CLIENT-KYC-DOC-IDENTITY==
                                    ==CLIENT-KYC-DOC-CPF==
                                  BY ==NEW-CLIENT-KYC-DOC-CPF==
                                    ==CLIENT-KYC-DOC-ADDRESS==
                                  BY ==NEW-CLIENT-KYC-DOC-ADDRESS==
                                    ==CLIENT-KYC-DOC-INCOME==
                                  BY ==NEW-CLIENT-KYC-DOC-INCOME==
                                    ==CLIENT-KYC-BLOCKED-DATE==
                                  BY ==NEW-CLIENT-KYC-BLOCKED-DATE==.
       77  COLLISION-RETRY-COUNT              PIC 999 VALUE ZERO.
       77  ALREADY-REGISTERED-SW              PIC X VALUE "N".
           88  ALREADY-REGISTERED              VALUE "Y".
               PERFORM VALIDATE-CONTACT
           END-PERFORM

      *    THE OPENING KYC REVIEW -- THE RATING AND THE DOCUMENTS THE
      *    TELLER HAS IN FRONT OF THEM START THE REVIEW CYCLE TODAY.
           PERFORM ACCEPT-KYC-REVIEW

           CALL "UTIL0"
               USING BY CONTENT NEW-CLIENT-INFO
               RETURNING NEW-CLIENT-HASH

           MOVE NEW-CLIENT-HASH TO CLIENT-HASH
           MOVE NEW-CLIENT-INFO TO CLIENT-INFO
           MOVE KYC-INP-RISK TO CLIENT-KYC-RISK
           MOVE KYC-INP-DOCUMENTS TO CLIENT-KYC-DOCUMENTS
           MOVE FUNCTION CURRENT-DATE(1:8) TO CLIENT-KYC-REVIEW-DATE
           MOVE CURRENT-OPERATOR-ID TO CLIENT-KYC-REVIEWER
           MOVE ZERO TO CLIENT-KYC-BLOCKED-DATE

      *    RESOLVE-HASH-COLLISION'S SEEK LEAVES CLIENT-MASTER-KEY
      *    POINTING AT WHATEVER RECORD IT LAST READ WHILE PROBING,
           MOVE NEW-CLIENT-INFO TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL

           PERFORM BUILD-KYC-AUDIT-IMAGE
           MOVE "OPENING REVIEW AT REGISTRATION" TO KAI-NOTE
           MOVE "KYCREVIEW" TO AUDIT-ACTION
           MOVE KYC-AUDIT-IMAGE TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL

           CLOSE CLIENT-MASTER
           GOBACK.

           COPY AUDITWRT.
           COPY PARMGET.
           COPY CALGET.
           COPY KYCGET.
