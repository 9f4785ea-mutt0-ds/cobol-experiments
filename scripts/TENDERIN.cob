       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TENDERIN.
*> Tender prompt shared by every screen that takes money - cash
*> receipts, the counter sale and order deposits - so a card is no
*> longer keyed in as a check number. Asks how the customer paid and
*> the reference that goes with it: check number, card authorization
*> code or ACH trace number (cash has none). Hands back the CASHREC
*> tender code (CK/CA/CD/AC) and the reference; for cash the
*> reference comes back as CASH, as the counter used to key it.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
01 WSTenderPick pic X.
LINKAGE SECTION.
       01 LTenderType PIC XX.
       01 LTenderRef  PIC X(10).
PROCEDURE DIVISION using LTenderType, LTenderRef.
StartPara.
       move spaces to LTenderType
       move spaces to LTenderRef
       perform until LTenderType not = spaces
           display "  Tender - K check, C cash, D card, A ACH: "
               with no advancing
           accept WSTenderPick
           evaluate WSTenderPick
               when "K" when "k" move "CK" to LTenderType
               when "C" when "c" move "CA" to LTenderType
               when "D" when "d" move "CD" to LTenderType
               when "A" when "a" move "AC" to LTenderType
               when other display "  Invalid tender"
           end-evaluate
       end-perform
       *> il riferimento non puo' restare vuoto: e' quello che poi si
       *> cerca in banca o sull'estratto del processor
       evaluate LTenderType
           when "CA"
               move "CASH" to LTenderRef
           when "CK"
               perform until LTenderRef not = spaces
                   display "  Check number: " with no advancing
                   accept LTenderRef
               end-perform
           when "CD"
               perform until LTenderRef not = spaces
                   display "  Card authorization code: "
                       with no advancing
                   accept LTenderRef
               end-perform
           when "AC"
               perform until LTenderRef not = spaces
                   display "  ACH trace number: " with no advancing
                   accept LTenderRef
               end-perform
       end-evaluate
       goback.
