      *-------------------------------------------------------------------------------*
      * **********************************************************
      *  GCSORT Tests
      * **********************************************************
      * Author:    Sauro Menna
      * Date:      20160821
      * License
      *    Copyright 2016 Sauro Menna
      *    GNU Lesser General Public License, LGPL, 3.0 (or greater)
      * Purpose:   Cross-tabulation report over SORTOUT. The control-
      *            break summary only breaks one way (ch-field, with
      *            the bi-field minor break under it); this step
      *            prints a grid instead - one field's values down the
      *            side, another field's values across the top, and a
      *            measure in the cells - e.g. ch-field by a region
      *            code declared in the trailer segment, summing zd.
      *            Row and column can each be any base field (SEQ CH
      *            BI FI FL PD ZD) or a declared trailer field T1-T9
      *            (TRLFIELDS, the same declarations the sorts read);
      *            the measure is COUNT or the sum of BI FI PD or ZD.
      *            Rows and columns come out in ascending order of
      *            their values (numeric order for numeric fields).
      *            Every row carries its row total, every column its
      *            column total, and the grand total is held against
      *            the control-total trailer (#TRL#) when the file
      *            carries one - a disagreement ends RETURN-CODE 8,
      *            the same as the nightly balancing step.
      *            A grid wider than the 132-column page is split
      *            into column panels printed one after the other,
      *            every panel repeating the row values down the side
      *            - nothing is truncated; the row totals and the
      *            grand total print on the last panel.
      *            The grid goes to XTAB.RPT; the console gets the
      *            run summary.
      *            Environment:
      *              XTBSQF01A_ROW      row field (dflt CH)
      *              XTBSQF01A_COL      column field (required)
      *              XTBSQF01A_MEASURE  COUNT (dflt) BI FI PD or ZD
      *              XTBSQF01A_SORTOUT  the SORTOUT to tabulate (dflt
      *                                 the highest GENCAT generation,
      *                                 or plain SORTOUT when the
      *                                 catalog is empty)
      *            RETURN-CODE 16 for a bad or undeclared field or
      *            measure, 12 when the grid outgrows its 200 rows or
      *            100 columns, 25 when SORTOUT will not open.
      * **********************************************************
      * option:
      * cobc -x -t ..\listing\%1.lst -I ..\copy -Wall -fbinary-size=1--8
      *      -fnotrunc -fbinary-byteorder=big-endian -o ..\bin\%1 ..\src\%1.CBL
      * **********************************************************
      *-------------------------------------------------------------------------------*
       identification division.
       program-id. xtbsqf01a.
       environment division.
       configuration section.
       repository.
        function all intrinsic.
       input-output section.
       file-control.
      *the SORTOUT being tabulated
           select xtbin assign to dynamic wSortOutSpec
               organization is sequential
               access mode is sequential
               file status is fs-xtbin.
      *the cross-tab report
           select xtbrpt assign to "XTAB.RPT"
               organization is line sequential
               file status is fs-xtbrpt.
      *generation catalog
      * sgensqf01.cpy
           copy sgensqf01.
      *declared trailer fields
      * strlsqf01.cpy
           copy strlsqf01.
       data division.
       file section.
       FD  xtbin
           label records are standard
           record is varying in size from 41 to 241 characters
                    depending on xi-trailer-len.
       01  xtbin-record.
           05  xi-seq-record        pic 9(05).
           05  xi-ch-field          pic x(05).
           05  xi-bi-field          pic 9(05).
           05  xi-fi-field          pic s9(05).
           05  xi-fl-field          pic s9(05).
           05  xi-pd-field          pic s9(05).
           05  xi-zd-field          pic s9(08).
           05  xi-trailer-len       pic 9(03).
           05  xi-trailer-data      pic x(01)
                                     occurs 0 to 200 times
                                     depending on xi-trailer-len.
       FD  xtbrpt.
       01  xtbrpt-record            pic x(132).
      * fgensqf01.cpy
           copy fgensqf01.
      * ftrlsqf01.cpy
           copy ftrlsqf01.
      *
       working-storage section.
       77 fs-xtbin                  pic xx.
       77 fs-xtbrpt                 pic xx.
       77 fs-gencat                 pic xx.
      *
           copy wkenvfield.
      *
           copy wgencat.
      *
           copy wtrailer.
      *
           copy wtrlfld.
       77 wSortOutSpec                   pic x(26) value spaces.
       77 wGenHigh                       pic 9(04) value zero.
       77 wRptLine                       pic x(132) value spaces.
       77 wSetupError                    pic x(60) value spaces.
      * ============================= *
      * what is being tabulated - field codes as the control cards
      * spell them (SEQ CH BI FI FL PD ZD, or Tn for a declared
      * trailer field) and the measure
      * ============================= *
       77 wRowCode                       pic x(05) value "CH".
       77 wColCode                       pic x(05) value spaces.
       77 wMeasure                       pic x(05) value "COUNT".
      *    one axis value being derived from the current record
       77 wAxCode                        pic x(05) value spaces.
       77 wAxText                        pic x(20) value spaces.
       77 wAxNum                         pic s9(11) comp-3 value zero.
       77 wAxNumeric                     pic x(01) value "N".
       77 wAxOk                          pic x(01) value "N".
       77 wRowNumeric                    pic x(01) value "N".
       77 wColNumeric                    pic x(01) value "N".
       77 wKeyEd                         pic -(10)9 value zero.
       77 wCellValue                     pic s9(11) comp-3 value zero.
      * ============================= *
      * the grid: distinct row and column values in order of first
      * appearance, the cells under them, and the running totals
      * ============================= *
       77 xr-count                       pic 9(03) value zero.
       77 xc-count                       pic 9(03) value zero.
       01 xtab-rows.
           05 xr-entry occurs 200 times.
               10 xr-key            pic x(20).
               10 xr-num            pic s9(11) comp-3.
               10 xr-total          pic s9(11) comp-3.
               10 xr-order          pic 9(03).
       01 xtab-cols.
           05 xc-entry occurs 100 times.
               10 xc-key            pic x(20).
               10 xc-num            pic s9(11) comp-3.
               10 xc-total          pic s9(11) comp-3.
               10 xc-order          pic 9(03).
       01 xtab-cells.
           05 xv-row occurs 200 times.
               10 xv-cell           pic s9(11) comp-3 occurs 100 times.
       77 xtab-grand                     pic s9(11) comp-3 value zero.
       77 xtab-overflow                  pic x(01) value "N".
       77 wRowIdx                        pic 9(03) value zero.
       77 wColIdx                        pic 9(03) value zero.
       77 wIdx                           pic 9(03) value zero.
       77 wIdx2                          pic 9(03) value zero.
       77 wSwap                          pic 9(03) value zero.
       77 wRecordCount                   pic 9(09) value zero.
      * ============================= *
      * page layout: a row-value column down the side, the cells, and
      * the row-total column on the last panel - widths from the
      * longest value actually met, so narrow codes get more columns
      * to the panel
      * ============================= *
       77 wPageWidth                     pic 9(03) value 132.
       77 wRowWidth                      pic 9(03) value zero.
       77 wCellWidth                     pic 9(03) value zero.
       77 wPerPanel                      pic 9(03) value zero.
       77 wPanelCount                    pic 9(03) value zero.
       77 wPanel                         pic 9(03) value zero.
       77 wPanelFirst                    pic 9(03) value zero.
       77 wPanelLast                     pic 9(03) value zero.
       77 wPos                           pic 9(03) value zero.
       77 wLen                           pic 9(03) value zero.
       77 wCellEd                        pic -(11)9 value zero.
       77 wLastPanel                     pic x(01) value "N".
       77 wTotalsLine                    pic x(01) value "N".
      *    trailer check
       77 wTrailerFigure                 pic s9(11) comp-3 value zero.
       77 wCheckFailed                   pic x(01) value "N".
      *
      * ============================= *
       procedure division.
      * ============================= *
       master-xtab.
           display "*===============================================* "
           display " XTBSQF01A - cross-tabulation of SORTOUT "
           display "*===============================================* "
           perform read-parameters
           perform read-trailer-fields
           perform check-parameters thru check-parameters-ex
           if wSetupError not = spaces
              display "*** XTBSQF01A SETUP ERROR - " wSetupError
              move 16 to return-code
              goback
           end-if
           open input xtbin
           if fs-xtbin not = "00"
              display "*** cannot open " wSortOutSpec
                      " file status=" fs-xtbin
              move 25 to return-code
              goback
           end-if
           perform tabulate-record thru tabulate-record-ex
                  until fs-xtbin not equal "00"
           close xtbin
           if xtab-overflow = "Y"
              display "*** grid too large - more than 200 row or 100"
                      " column values; nothing printed"
              move 12 to return-code
              goback
           end-if
           perform order-rows
           perform order-columns
           perform size-panels
           open output xtbrpt
           perform print-panel thru print-panel-ex
                  varying wPanel from 1 by 1 until wPanel > wPanelCount
           perform check-control-trailer thru check-control-trailer-ex
           close xtbrpt
           display " input    : " wSortOutSpec
           display " records  : " wRecordCount
           display " rows     : " xr-count "  columns: " xc-count
                   "  panels: " wPanelCount
           if wCheckFailed = "Y"
              display " *** grand total does not agree with the"
                      " control trailer - see XTAB.RPT"
              move 8 to return-code
           else
              move zero to return-code
           end-if
           goback.
      *
      * ============================= *
       read-parameters.
      * ============================= *
           move "XTBSQF01A_ROW" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move upper-case(wk-env-value) to wRowCode
           end-if
           move "XTBSQF01A_COL" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move upper-case(wk-env-value) to wColCode
           end-if
           move "XTBSQF01A_MEASURE" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move upper-case(wk-env-value) to wMeasure
           end-if
           move "XTBSQF01A_SORTOUT" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move wk-env-value to wSortOutSpec
           else
              perform resolve-latest-generation
           end-if
           display " rows     : " wRowCode
           display " columns  : " wColCode
           display " measure  : " wMeasure
           .
      * ============================= *
       resolve-latest-generation.
      * ============================= *
           move "SORTOUT" to wGenTarget
           perform find-latest-generation
           move wGenPick to wGenHigh
           if wGenHigh > zero
              move spaces to wSortOutSpec
              string "SORTOUT.G" wGenHigh
                          delimited by size into wSortOutSpec
           else
              move "SORTOUT" to wSortOutSpec
           end-if
           .
      * ============================= *
      * both axes must name a field this step can read, a trailer
      * field must be declared, and the measure must be one the
      * control trailer carries
      * ============================= *
       check-parameters.
      * ============================= *
           if wColCode = spaces
              move "XTBSQF01A_COL not set - no column field"
                to wSetupError
              go to check-parameters-ex
           end-if
           move wRowCode to wAxCode
           perform check-axis-code
           if wAxOk = "N"
              string "row field " trim(wRowCode) " not known"
                     " or not declared in TRLFIELDS"
                     delimited by size into wSetupError
              go to check-parameters-ex
           end-if
           move wAxNumeric to wRowNumeric
           move wColCode to wAxCode
           perform check-axis-code
           if wAxOk = "N"
              string "column field " trim(wColCode) " not known"
                     " or not declared in TRLFIELDS"
                     delimited by size into wSetupError
              go to check-parameters-ex
           end-if
           move wAxNumeric to wColNumeric
           if wRowCode = wColCode
              move "row and column name the same field"
                to wSetupError
              go to check-parameters-ex
           end-if
           if wMeasure not = "COUNT" and wMeasure not = "BI"
              and wMeasure not = "FI" and wMeasure not = "PD"
              and wMeasure not = "ZD"
              string "measure " trim(wMeasure) " not COUNT BI FI PD"
                     " or ZD" delimited by size into wSetupError
           end-if
           .
       check-parameters-ex.
           exit.
      * ============================= *
      * wAxOk: the code names a readable field; wAxNumeric: its
      * values order as numbers
      * ============================= *
       check-axis-code.
      * ============================= *
           move "Y" to wAxOk
           move "Y" to wAxNumeric
           evaluate wAxCode
              when "SEQ"
              when "BI"
              when "FI"
              when "FL"
              when "PD"
              when "ZD"
                 continue
              when "CH"
                 move "N" to wAxNumeric
              when other
                 if wAxCode(1:1) = "T"
                    and wAxCode(2:1) >= "1" and wAxCode(2:1) <= "9"
                    and wAxCode(3:) = spaces
                    move wAxCode(2:1) to wTfNum
                    if tf-defined(wTfNum) = "Y"
                       if tf-type(wTfNum) = "C"
                          move "N" to wAxNumeric
                       end-if
                    else
                       move "N" to wAxOk
                    end-if
                 else
                    move "N" to wAxOk
                 end-if
           end-evaluate
           .
      * ============================= *
      * the optional TRLFIELDS declarations, validated the way the
      * sorts validate them - a bad one is a setup error here too
      * ============================= *
       read-trailer-fields.
      * ============================= *
           perform varying wTfIdx from 1 by 1 until wTfIdx > 9
              move "N" to tf-defined(wTfIdx)
           end-perform
           open input trlfldfile
           if fs-trlfld = "00"
              perform read-trailer-fields-loop
                     until fs-trlfld not equal "00"
              close trlfldfile
           end-if
           .
      * ============================= *
       read-trailer-fields-loop.
      * ============================= *
           read trlfldfile
           end-read
           if fs-trlfld = "00"
              if tfr-num < 1 or tfr-num > 9
                 or tfr-offset < 1 or tfr-len < 1 or tfr-len > 20
                 or tfr-offset + tfr-len - 1 > 200
                 or (tfr-type not = "C" and tfr-type not = "Z")
                 display "*** TRLFIELDS ERROR - bad declaration: "
                         trlfld-record
                 move 16 to return-code
                 goback
              end-if
              move "Y"        to tf-defined(tfr-num)
              move tfr-offset to tf-offset(tfr-num)
              move tfr-len    to tf-len(tfr-num)
              move tfr-type   to tf-type(tfr-num)
              move "Y"        to trlfld-present
           end-if
           .
      * ============================= *
      * one record into the grid: find (or open) its row and column,
      * add the measure to the cell and to both totals - the control
      * trailer record is held for the check, never tabulated
      * ============================= *
       tabulate-record.
      * ============================= *
           read xtbin
           end-read
           if fs-xtbin not = "00"
              go to tabulate-record-ex
           end-if
           if xi-seq-record = 99999 and xi-ch-field = "#TRL#"
              move "Y" to wTrailerSeen
              perform varying wCtlTrailerIdx from 1 by 1
                        until wCtlTrailerIdx > 76
                 move xi-trailer-data(wCtlTrailerIdx)
                   to wCtlTrailerX(wCtlTrailerIdx:1)
              end-perform
              go to tabulate-record-ex
           end-if
           add 1 to wRecordCount
           evaluate wMeasure
              when "BI"  move xi-bi-field to wCellValue
              when "FI"  move xi-fi-field to wCellValue
              when "PD"  move xi-pd-field to wCellValue
              when "ZD"  move xi-zd-field to wCellValue
              when other move 1           to wCellValue
           end-evaluate
           move wRowCode to wAxCode
           perform derive-axis-value
           perform find-row
           move wColCode to wAxCode
           perform derive-axis-value
           perform find-column
           if wRowIdx = zero or wColIdx = zero
              move "Y" to xtab-overflow
              go to tabulate-record-ex
           end-if
           add wCellValue to xv-cell(wRowIdx, wColIdx)
           add wCellValue to xr-total(wRowIdx)
           add wCellValue to xc-total(wColIdx)
           add wCellValue to xtab-grand
           .
       tabulate-record-ex.
           exit.
      * ============================= *
      * the value of field wAxCode in the current record, as the text
      * the report prints (wAxText) and, for numeric fields, the
      * number it orders by (wAxNum). A declared trailer field reads
      * past the end of a short trailer segment as blanks.
      * ============================= *
       derive-axis-value.
      * ============================= *
           move spaces to wAxText
           move zero   to wAxNum
           move "Y"    to wAxNumeric
           evaluate wAxCode
              when "SEQ" move xi-seq-record to wAxNum
              when "BI"  move xi-bi-field   to wAxNum
              when "FI"  move xi-fi-field   to wAxNum
              when "FL"  move xi-fl-field   to wAxNum
              when "PD"  move xi-pd-field   to wAxNum
              when "ZD"  move xi-zd-field   to wAxNum
              when "CH"
                 move "N" to wAxNumeric
                 move xi-ch-field to wAxText
              when other
                 perform derive-trailer-value
           end-evaluate
           if wAxNumeric = "Y"
              move wAxNum to wKeyEd
              move trim(wKeyEd) to wAxText
           else
              if wAxText = spaces
                 move "(blank)" to wAxText
              end-if
           end-if
           .
      * ============================= *
      * a declared trailer field - bytes past the end of a short
      * trailer segment read as blanks, and a zoned field that does
      * not hold digits is shown as the text it holds
      * ============================= *
       derive-trailer-value.
      * ============================= *
           move wAxCode(2:1) to wTfNum
           move spaces to wTfValue
           perform varying wTfIdx from 1 by 1
                     until wTfIdx > tf-len(wTfNum)
              compute wTfOff = tf-offset(wTfNum) + wTfIdx - 1
              if wTfOff <= xi-trailer-len - 41
                 move xi-trailer-data(wTfOff) to wTfValue(wTfIdx:1)
              end-if
           end-perform
           if tf-type(wTfNum) = "Z"
              and wTfValue(1:tf-len(wTfNum)) is numeric
              compute wAxNum = numval(wTfValue(1:tf-len(wTfNum)))
           else
              move "N" to wAxNumeric
              move wTfValue to wAxText
           end-if
           .
      * ============================= *
       find-row.
      * ============================= *
           move zero to wRowIdx
           perform varying wIdx from 1 by 1
                     until wIdx > xr-count or wRowIdx > zero
              if xr-key(wIdx) = wAxText
                 move wIdx to wRowIdx
              end-if
           end-perform
           if wRowIdx = zero and xr-count < 200
              add 1 to xr-count
              move xr-count to wRowIdx
              move wAxText to xr-key(wRowIdx)
              move wAxNum  to xr-num(wRowIdx)
              move zero    to xr-total(wRowIdx)
              perform varying wIdx from 1 by 1 until wIdx > 100
                 move zero to xv-cell(wRowIdx, wIdx)
              end-perform
           end-if
           .
      * ============================= *
       find-column.
      * ============================= *
           move zero to wColIdx
           perform varying wIdx from 1 by 1
                     until wIdx > xc-count or wColIdx > zero
              if xc-key(wIdx) = wAxText
                 move wIdx to wColIdx
              end-if
           end-perform
           if wColIdx = zero and xc-count < 100
              add 1 to xc-count
              move xc-count to wColIdx
              move wAxText to xc-key(wColIdx)
              move wAxNum  to xc-num(wColIdx)
              move zero    to xc-total(wColIdx)
           end-if
           .
      * ============================= *
      * print order: ascending by value - numeric fields by number,
      * character fields by text - through an index list, so the
      * cells never move
      * ============================= *
       order-rows.
      * ============================= *
           perform varying wIdx from 1 by 1 until wIdx > xr-count
              move wIdx to xr-order(wIdx)
           end-perform
           perform varying wIdx from 2 by 1 until wIdx > xr-count
              perform varying wIdx2 from wIdx by -1 until wIdx2 < 2
                 if (wRowNumeric = "Y"
                     and xr-num(xr-order(wIdx2))
                       < xr-num(xr-order(wIdx2 - 1)))
                 or (wRowNumeric = "N"
                     and xr-key(xr-order(wIdx2))
                       < xr-key(xr-order(wIdx2 - 1)))
                    move xr-order(wIdx2)     to wSwap
                    move xr-order(wIdx2 - 1) to xr-order(wIdx2)
                    move wSwap               to xr-order(wIdx2 - 1)
                 else
                    move 1 to wIdx2
                 end-if
              end-perform
           end-perform
           .
      * ============================= *
       order-columns.
      * ============================= *
           perform varying wIdx from 1 by 1 until wIdx > xc-count
              move wIdx to xc-order(wIdx)
           end-perform
           perform varying wIdx from 2 by 1 until wIdx > xc-count
              perform varying wIdx2 from wIdx by -1 until wIdx2 < 2
                 if (wColNumeric = "Y"
                     and xc-num(xc-order(wIdx2))
                       < xc-num(xc-order(wIdx2 - 1)))
                 or (wColNumeric = "N"
                     and xc-key(xc-order(wIdx2))
                       < xc-key(xc-order(wIdx2 - 1)))
                    move xc-order(wIdx2)     to wSwap
                    move xc-order(wIdx2 - 1) to xc-order(wIdx2)
                    move wSwap               to xc-order(wIdx2 - 1)
                 else
                    move 1 to wIdx2
                 end-if
              end-perform
           end-perform
           .
      * ============================= *
      * the row-value column is as wide as the longest row value (at
      * least "TOTAL"), a cell as wide as a 12-position figure or the
      * longest column value; what is left of the page after the row
      * column and the row-total column decides the columns a panel
      * holds
      * ============================= *
       size-panels.
      * ============================= *
           move 5 to wRowWidth
           if length(trim(wRowCode)) > wRowWidth
              move length(trim(wRowCode)) to wRowWidth
           end-if
           perform varying wIdx from 1 by 1 until wIdx > xr-count
              if length(trim(xr-key(wIdx))) > wRowWidth
                 move length(trim(xr-key(wIdx))) to wRowWidth
              end-if
           end-perform
           add 1 to wRowWidth
           move 12 to wCellWidth
           perform varying wIdx from 1 by 1 until wIdx > xc-count
              if length(trim(xc-key(wIdx))) > wCellWidth
                 move length(trim(xc-key(wIdx))) to wCellWidth
              end-if
           end-perform
           add 2 to wCellWidth
           compute wPerPanel =
                   (wPageWidth - wRowWidth - wCellWidth) / wCellWidth
           if xc-count = zero
              move 1 to wPanelCount
           else
              compute wPanelCount =
                      (xc-count + wPerPanel - 1) / wPerPanel
           end-if
           .
      * ============================= *
      * one panel: heading, the column values, one line per row, and
      * the column-totals line
      * ============================= *
       print-panel.
      * ============================= *
           compute wPanelFirst = (wPanel - 1) * wPerPanel + 1
           compute wPanelLast  = wPanelFirst + wPerPanel - 1
           if wPanelLast > xc-count
              move xc-count to wPanelLast
           end-if
           move "N" to wLastPanel
           if wPanel = wPanelCount
              move "Y" to wLastPanel
           end-if
           move spaces to wRptLine
           if wMeasure = "COUNT"
              string "CROSS-TAB record count of "
                     delimited by size into wRptLine
           else
              string "CROSS-TAB sum of " trim(wMeasure) " in "
                     delimited by size into wRptLine
           end-if
           move spaces to xtbrpt-record
           string trim(wRptLine) " " trim(wSortOutSpec)
                  " - " trim(wRowCode) " down, "
                  trim(wColCode) " across - panel "
                  wPanel " of " wPanelCount
                  delimited by size into xtbrpt-record
           move xtbrpt-record to wRptLine
           perform write-report-line
      * column heading line
           move spaces to wRptLine
           move wRowCode to wRptLine(1:5)
           move wRowWidth to wPos
           add 1 to wPos
           perform varying wIdx from wPanelFirst by 1
                     until wIdx > wPanelLast
              move xc-order(wIdx) to wColIdx
              move length(trim(xc-key(wColIdx))) to wLen
              move xc-key(wColIdx)(1:wLen)
                to wRptLine(wPos + wCellWidth - wLen:wLen)
              add wCellWidth to wPos
           end-perform
           if wLastPanel = "Y"
              move "TOTAL" to wRptLine(wPos + wCellWidth - 5:5)
           end-if
           perform write-report-line
           perform write-rule-line
           move "N" to wTotalsLine
           perform print-grid-row
                  varying wIdx2 from 1 by 1 until wIdx2 > xr-count
           perform write-rule-line
           move "Y" to wTotalsLine
           perform print-grid-row
           move spaces to wRptLine
           perform write-report-line
           .
       print-panel-ex.
           exit.
      * ============================= *
      * one grid line - a row (wIdx2 in print order), or with
      * wTotalsLine set the column totals and the grand total
      * ============================= *
       print-grid-row.
      * ============================= *
           move spaces to wRptLine
           if wTotalsLine = "Y"
              move "TOTAL" to wRptLine(1:5)
           else
              move xr-order(wIdx2) to wRowIdx
              move xr-key(wRowIdx) to wRptLine(1:wRowWidth)
           end-if
           move wRowWidth to wPos
           add 1 to wPos
           perform varying wIdx from wPanelFirst by 1
                     until wIdx > wPanelLast
              move xc-order(wIdx) to wColIdx
              if wTotalsLine = "Y"
                 move xc-total(wColIdx) to wCellEd
              else
                 move xv-cell(wRowIdx, wColIdx) to wCellEd
              end-if
              move wCellEd to wRptLine(wPos + wCellWidth - 12:12)
              add wCellWidth to wPos
           end-perform
           if wLastPanel = "Y"
              if wTotalsLine = "Y"
                 move xtab-grand to wCellEd
              else
                 move xr-total(wRowIdx) to wCellEd
              end-if
              move wCellEd to wRptLine(wPos + wCellWidth - 12:12)
           end-if
           perform write-report-line
           .
      * ============================= *
       write-rule-line.
      * ============================= *
           move all "-" to wRptLine
           if wLastPanel = "Y"
              compute wLen = wRowWidth
                    + (wPanelLast - wPanelFirst + 2) * wCellWidth
           else
              compute wLen = wRowWidth
                    + (wPanelLast - wPanelFirst + 1) * wCellWidth
           end-if
           if wLen < 132
              move spaces to wRptLine(wLen + 1:)
           end-if
           perform write-report-line
           .
      * ============================= *
      * the grand total against the trailer the writing run appended -
      * the figure of the same measure, and the record count
      * ============================= *
       check-control-trailer.
      * ============================= *
           if wTrailerSeen = "N"
              string "no control trailer on this file - grand"
                     " total not verified"
                     delimited by size into wRptLine
              display " " wRptLine(1:77)
              perform write-report-line
              go to check-control-trailer-ex
           end-if
           evaluate wMeasure
              when "BI"  move trl-bi    to wTrailerFigure
              when "FI"  move trl-fi    to wTrailerFigure
              when "PD"  move trl-pd    to wTrailerFigure
              when "ZD"  move trl-zd    to wTrailerFigure
              when other move trl-count to wTrailerFigure
           end-evaluate
           move xtab-grand to wCellEd
           move spaces to wRptLine
           string "grand total " trim(wCellEd)
                  delimited by size into wRptLine
           move wTrailerFigure to wCellEd
           move spaces to xtbrpt-record
           string trim(wRptLine) " - control trailer "
                  trim(wCellEd) delimited by size into xtbrpt-record
           move xtbrpt-record to wRptLine
           if xtab-grand not = wTrailerFigure
              or wRecordCount not = trl-count
              move "Y" to wCheckFailed
              move spaces to xtbrpt-record
              string "*** " trim(wRptLine) " - DOES NOT AGREE"
                     delimited by size into xtbrpt-record
              move xtbrpt-record to wRptLine
           else
              move spaces to xtbrpt-record
              string trim(wRptLine) " - agrees"
                     delimited by size into xtbrpt-record
              move xtbrpt-record to wRptLine
           end-if
           display " " wRptLine(1:77)
           perform write-report-line
           .
       check-control-trailer-ex.
           exit.
      * ============================= *
       write-report-line.
      * ============================= *
           move wRptLine to xtbrpt-record
           write xtbrpt-record
           move spaces to wRptLine
           .
      * ============================= *
      * GENCAT generation resolution
      * prgencat.cpy
      * ============================= *
           copy prgencat.
