       >>SOURCE FORMAT FREE
*> Weekly warehouse productivity: the pick confirmation used to leave
*> a trace of the picker only when a line came up short, so nobody
*> could say who picks how fast or how accurately. From PickLog.dat,
*> written by 101_pick_confirm.cob for every confirmed order, this
*> totals the seven days ending on the week-ending date - by picker
*> and by warehouse - the orders, lines and units picked, the hours
*> booked on the pick lists, lines and units per hour, and the
*> short-pick rate (short lines over lines picked). Wave picks book
*> the wave's time once, on the first order of the wave.
IDENTIFICATION DIVISION.
PROGRAM-ID. pickerproductivity.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PickLog ASSIGN TO "PickLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPlStatus.
       SELECT ProductivityPrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PickLog.
01 PickLogRecord.
   COPY PICKLOGREC.

FD ProductivityPrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(90).

WORKING-STORAGE SECTION.
01 WSPlStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSRptFileName pic X(30).
01 WSRunDate pic 9(8).
*> la settimana: sette giorni che finiscono alla data chiesta
01 WSWeekEnd pic 9(8).
01 WSWeekStart pic 9(8).
*> totali per picker e per magazzino, in ordine di chiave
01 PickerTable.
       02 PkEntry occurs 200 times.
           03 PkOperatorID pic X(8).
           03 PkTotals.
               04 PkPicks pic 9(5).
               04 PkLines pic 9(7).
               04 PkUnits pic 9(9).
               04 PkShortLines pic 9(7).
               04 PkMinutes pic 9(7).
01 WSPkCount pic 9(3) value zero.
01 WhseTable.
       02 WhEntry occurs 50 times.
           03 WhWhseCode pic XX.
           03 WhTotals.
               04 WhPicks pic 9(5).
               04 WhLines pic 9(7).
               04 WhUnits pic 9(9).
               04 WhShortLines pic 9(7).
               04 WhMinutes pic 9(7).
01 WSWhCount pic 9(3) value zero.
01 WSIdx pic 9(3).
01 WSFound pic 9(3).
01 WSInsAt pic 9(3).
01 WSTableFullCount pic 9(5) value zero.
*> la riga da stampare, per picker, magazzino o totale
01 PrintArea.
       02 PaPicks pic 9(5).
       02 PaLines pic 9(7).
       02 PaUnits pic 9(9).
       02 PaShortLines pic 9(7).
       02 PaMinutes pic 9(7).
01 GrandArea.
       02 GtPicks pic 9(5).
       02 GtLines pic 9(7).
       02 GtUnits pic 9(9).
       02 GtShortLines pic 9(7).
       02 GtMinutes pic 9(7).
01 WSHours pic 9(5)V9.
01 WSPerHour pic 9(7)V9.
01 WSShortPct pic 9(3)V9.
*> contatori
01 WSLogRead pic 9(7) value zero.
01 WSLogInWeek pic 9(7) value zero.
01 WSUntimedCount pic 9(5) value zero.
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
01 PageHeading.
       02 filler pic X(36) value
           "PICKER PRODUCTIVITY - WEEK".
       02 PrnWeekStart pic 9999/99/99.
       02 filler pic X(4) value " TO ".
       02 PrnWeekEnd pic 9999/99/99.
       02 filler pic X(10) value "  RUN OF ".
       02 PrnRunDate pic 9999/99/99.
01 SectionHeading.
       02 PrnSectionTitle pic X(40).
01 Heads.
       02 PrnKeyHead pic X(10).
       02 filler pic X(36) value
           "Picks     Lines       Units    Hours".
       02 filler pic X(36) value
           "   Lines/hr  Units/hr  Short  Short%".
01 DetailLine.
       02 PrnKey pic X(10).
       02 PrnPicks pic ZZZZ9.
       02 filler pic X value space.
       02 PrnLines pic Z,ZZZ,ZZ9.
       02 filler pic X value space.
       02 PrnUnits pic ZZZ,ZZZ,ZZ9.
       02 filler pic X value space.
       02 PrnHours pic ZZ,ZZ9.9.
       02 filler pic X(2) value spaces.
       02 PrnLinesHr pic ZZZ,ZZ9.9.
       02 filler pic X value space.
       02 PrnUnitsHr pic ZZZ,ZZ9.9.
       02 filler pic X value space.
       02 PrnShortLines pic ZZZZZ9.
       02 filler pic X(2) value spaces.
       02 PrnShortPct pic ZZ9.9.
       02 filler pic X value "%".
01 NothingLine pic X(60) value
       "No pick confirmations logged in the week".
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "pickerprod".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "pickerprod".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       call "GETBUSDT" using WSRunDate
       display "Week ending (YYYYMMDD, 0 = business date): "
           with no advancing
       accept WSWeekEnd
       if WSWeekEnd = zero
           move WSRunDate to WSWeekEnd
       end-if
       compute WSWeekStart = function date-of-integer(
           function integer-of-date(WSWeekEnd) - 6)
       move spaces to WSRptFileName
       string "PickerProd." delimited by size
           WSWeekEnd delimited by size
           ".dat" delimited by size
           into WSRptFileName
       initialize GrandArea
       open input PickLog
       if WSPlStatus = "00"
           perform AccumulatePickLog
           close PickLog
       end-if
       open output ProductivityPrint
       move spaces to WSRcParams
       string "week ending " delimited by size
           WSWeekEnd delimited by size
           into WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintPageHeading
       if WSLogInWeek = zero
           move " " to AsaControl
           move NothingLine to PrintBody
           write PrintLine
       else
           perform PrintPickers
           perform PrintWarehouses
       end-if
       close ProductivityPrint
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Pick log records read: " WSLogRead "  in the week: "
           WSLogInWeek
       display "Pickers: " WSPkCount "  warehouses: " WSWhCount
       if WSUntimedCount > zero
           display "Notice: " WSUntimedCount " pick(s) with no time"
               " booked outside a wave - not in the hourly rates"
       end-if
       if WSTableFullCount > zero
           display "Notice: picker/warehouse table full - "
               WSTableFullCount " pick(s) not totalled"
       end-if
       display "Written to " WSRptFileName
       display "Elapsed seconds: " WSElapsedSecs
       if WSTableFullCount > zero
           move 4 to RETURN-CODE
       else
           move 0 to RETURN-CODE
       end-if
       move RETURN-CODE to WSRhRc
       move WSLogRead to WSRhRead
       compute WSRhWritten = WSPkCount + WSWhCount
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

AccumulatePickLog.
       move "N" to WSEOFFlag
       read PickLog
           at end set AtEOF to true
       end-read
       perform until AtEOF
           add 1 to WSLogRead
           if PlDate >= WSWeekStart and PlDate <= WSWeekEnd
               add 1 to WSLogInWeek
               perform AccumulateOnePick
           end-if
           read PickLog
               at end set AtEOF to true
           end-read
       end-perform
       move "N" to WSEOFFlag.

AccumulateOnePick.
       if PlMinutes = zero and PlWaveNum = zero
           add 1 to WSUntimedCount
       end-if
       add 1 to GtPicks
       add PlLines to GtLines
       add PlUnits to GtUnits
       add PlShortLines to GtShortLines
       add PlMinutes to GtMinutes
       perform FindOrInsertPicker
       if WSFound > zero
           add 1 to PkPicks(WSFound)
           add PlLines to PkLines(WSFound)
           add PlUnits to PkUnits(WSFound)
           add PlShortLines to PkShortLines(WSFound)
           add PlMinutes to PkMinutes(WSFound)
       else
           add 1 to WSTableFullCount
       end-if
       perform FindOrInsertWhse
       if WSFound > zero
           add 1 to WhPicks(WSFound)
           add PlLines to WhLines(WSFound)
           add PlUnits to WhUnits(WSFound)
           add PlShortLines to WhShortLines(WSFound)
           add PlMinutes to WhMinutes(WSFound)
       else
           add 1 to WSTableFullCount
       end-if.

FindOrInsertPicker.
       move zero to WSFound
       move zero to WSInsAt
       perform varying WSIdx from 1 by 1
               until WSIdx > WSPkCount or WSFound > zero
                   or WSInsAt > zero
           if PkOperatorID(WSIdx) = PlOperatorID
               move WSIdx to WSFound
           else
               if PkOperatorID(WSIdx) > PlOperatorID
                   move WSIdx to WSInsAt
               end-if
           end-if
       end-perform
       if WSFound = zero and WSPkCount < 200
           if WSInsAt = zero
               compute WSInsAt = WSPkCount + 1
           else
               perform varying WSIdx from WSPkCount by -1
                       until WSIdx < WSInsAt
                   move PkEntry(WSIdx) to PkEntry(WSIdx + 1)
               end-perform
           end-if
           add 1 to WSPkCount
           move PlOperatorID to PkOperatorID(WSInsAt)
           initialize PkTotals(WSInsAt)
           move WSInsAt to WSFound
       end-if.

FindOrInsertWhse.
       move zero to WSFound
       move zero to WSInsAt
       perform varying WSIdx from 1 by 1
               until WSIdx > WSWhCount or WSFound > zero
                   or WSInsAt > zero
           if WhWhseCode(WSIdx) = PlWhseCode
               move WSIdx to WSFound
           else
               if WhWhseCode(WSIdx) > PlWhseCode
                   move WSIdx to WSInsAt
               end-if
           end-if
       end-perform
       if WSFound = zero and WSWhCount < 50
           if WSInsAt = zero
               compute WSInsAt = WSWhCount + 1
           else
               perform varying WSIdx from WSWhCount by -1
                       until WSIdx < WSInsAt
                   move WhEntry(WSIdx) to WhEntry(WSIdx + 1)
               end-perform
           end-if
           add 1 to WSWhCount
           move PlWhseCode to WhWhseCode(WSInsAt)
           initialize WhTotals(WSInsAt)
           move WSInsAt to WSFound
       end-if.

PrintPickers.
       move "BY PICKER" to PrnSectionTitle
       move "Picker" to PrnKeyHead
       perform PrintSectionHeading
       perform varying WSIdx from 1 by 1 until WSIdx > WSPkCount
           move PkTotals(WSIdx) to PrintArea
           move PkOperatorID(WSIdx) to PrnKey
           perform PrintDetail
       end-perform
       move GrandArea to PrintArea
       move "ALL" to PrnKey
       perform PrintDetail.

*> magazzino in bianco: ordini senza magazzino assegnato, la sede
PrintWarehouses.
       move "BY WAREHOUSE" to PrnSectionTitle
       move "Warehouse" to PrnKeyHead
       perform PrintSectionHeading
       perform varying WSIdx from 1 by 1 until WSIdx > WSWhCount
           move WhTotals(WSIdx) to PrintArea
           if WhWhseCode(WSIdx) = spaces
               move "(main)" to PrnKey
           else
               move WhWhseCode(WSIdx) to PrnKey
           end-if
           perform PrintDetail
       end-perform
       move GrandArea to PrintArea
       move "ALL" to PrnKey
       perform PrintDetail.

*> le medie orarie solo dove c'e' tempo registrato; il tasso di
*> corti sulle righe prelevate
PrintDetail.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move PaPicks to PrnPicks
       move PaLines to PrnLines
       move PaUnits to PrnUnits
       compute WSHours rounded = PaMinutes / 60
       move WSHours to PrnHours
       if PaMinutes > zero
           compute WSPerHour rounded = (PaLines * 60) / PaMinutes
               on size error move zero to WSPerHour
           end-compute
           move WSPerHour to PrnLinesHr
           compute WSPerHour rounded = (PaUnits * 60) / PaMinutes
               on size error move zero to WSPerHour
           end-compute
           move WSPerHour to PrnUnitsHr
       else
           move zero to PrnLinesHr
           move zero to PrnUnitsHr
       end-if
       move PaShortLines to PrnShortLines
       if PaLines > zero
           compute WSShortPct rounded = (PaShortLines * 100) / PaLines
               on size error move zero to WSShortPct
           end-compute
       else
           move zero to WSShortPct
       end-if
       move WSShortPct to PrnShortPct
       move " " to AsaControl
       move DetailLine to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintSectionHeading.
       if LineCount > 44
           perform PrintPageHeading
       end-if
       move "0" to AsaControl
       move SectionHeading to PrintBody
       write PrintLine
       move " " to AsaControl
       move Heads to PrintBody
       write PrintLine
       add 3 to LineCount.

PrintPageHeading.
       move WSWeekStart to PrnWeekStart
       move WSWeekEnd to PrnWeekEnd
       move WSRunDate to PrnRunDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move 2 to LineCount.
