      *> CRAPPREC.cpy - one credit application in CreditApps.dat,
      *> keyed by the application number assigned from
      *> CreditAppControl.dat, alternate key the customer (a customer
      *> can apply again later, for a higher limit). Taken and decided
      *> in 167_credit_apps.cob: the answers below are scored when the
      *> application is entered, and a supervisor's approval is what
      *> sets CustCreditLimit and CustTermsCode - so the reason for a
      *> customer's limit is on file, not in the clerk's head.
       02 CaAppNum          PIC 9(6).
       02 CaCustIDNum       PIC 9(5).
       02 CaAppDate         PIC 9(8).
       02 CaEnteredBy       PIC X(8).
      *> whole dollars, like CustCreditLimit
       02 CaRequestedLimit  PIC 9(7).
       02 CaYearsInBusiness PIC 9(3).
      *> up to three suppliers the customer buys from on terms; how
      *> they say the customer pays: P = promptly, S = slow, N = no
      *> answer / could not verify
       02 CaTradeRef OCCURS 3 TIMES.
           03 CaTradeName   PIC X(25).
           03 CaTradePhone  PIC X(12).
           03 CaTradePays   PIC X.
               88 TradePaysPrompt VALUE "P".
               88 TradePaysSlow   VALUE "S".
               88 TradeNoAnswer   VALUE "N" " ".
       02 CaBankName        PIC X(25).
       02 CaBankPhone       PIC X(12).
      *> the bank's rating of the account: G = good, F = fair,
      *> P = poor, N = no answer / no reference
       02 CaBankRating      PIC X.
           88 BankRatingGood  VALUE "G".
           88 BankRatingFair  VALUE "F".
           88 BankRatingPoor  VALUE "P".
           88 ValidBankRating VALUE "G" "F" "P" "N".
      *> 0-100 from years in business (30), trade references (15 for
      *> each prompt payer, 5 for a slow one) and the bank rating (25)
       02 CaScore           PIC 9(3).
       02 CaStatus          PIC X VALUE "P".
           88 CaPending     VALUE "P".
           88 CaApproved    VALUE "A".
           88 CaDeclined    VALUE "D".
      *> the supervisor's decision: what was granted, by whom, why
       02 CaApprovedLimit   PIC 9(7) VALUE ZERO.
       02 CaApprovedTerms   PIC X(3) VALUE SPACES.
       02 CaDecisionDate    PIC 9(8) VALUE ZERO.
       02 CaDecidedBy       PIC X(8) VALUE SPACES.
       02 CaDecisionReason  PIC X(40) VALUE SPACES.
