      *                    ONLY COSTS RE-READING UP TO ONE INTERVAL'S
      *                    WORTH OF ALREADY-DONE RECORDS, NOT
      *                    REPROCESSING EVERYONE FROM THE START.
      *                    NOBODY HAS SEEN AN APPLICANT'S DOCUMENTS,
      *                    SO A BULK-LOADED CUSTOMER IS WRITTEN AS
      *                    NEVER KYC-REVIEWED (MEDIUM RISK, REVIEW
      *                    DATE ZERO) AND CANNOT OPEN A NEW PRODUCT
      *                    UNTIL A BRANCH REVIEWS THEM (MAN31).

       ENVIRONMENT                                             DIVISION.
       INPUT-OUTPUT                                            SECTION.
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
       77  APPLICANT-FILE-STATUS              PIC XX.
           88  APPLICANT-FILE-OK               VALUE "00".
           88  APPLICANT-FILE-MISSING          VALUE "35".
               ELSE
                   MOVE NEW-CLIENT-HASH TO CLIENT-HASH
                   MOVE NEW-CLIENT-INFO TO CLIENT-INFO
                   MOVE "M" TO CLIENT-KYC-RISK
                   MOVE ZERO TO CLIENT-KYC-REVIEW-DATE
                   MOVE SPACES TO CLIENT-KYC-REVIEWER
                   MOVE "NNNN" TO CLIENT-KYC-DOCUMENTS
                   MOVE ZERO TO CLIENT-KYC-BLOCKED-DATE
                   COMPUTE CLIENT-MASTER-KEY =
                       CLIENT-MASTER-RECORD-COUNT + 1

