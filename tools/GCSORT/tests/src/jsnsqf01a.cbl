      *-------------------------------------------------------------------------------*
      * **********************************************************
      *  GCSORT Tests
      * **********************************************************
      * Author:    Sauro Menna
      * Date:      20160821
      * License
      *    Copyright 2016 Sauro Menna
      *    GNU Lesser General Public License, LGPL, 3.0 (or greater)
      * Purpose:   JSON export of a SORTOUT generation for the web
      *            portal - expsqf01a's flat delimited export, nested
      *            the way the portal reads it. Reads one foutsqf01-
      *            layout generation resolved through the GENCAT
      *            catalog and writes one JSON document (JSONOUT):
      *              - a "header" object: file id, generation number,
      *                the date/time the generation was cut, and the
      *                data record count;
      *              - a "groups" array, one object per out-ch-field
      *                value - however the generation was sorted, each
      *                ch-field value is one group, its records in
      *                file order - carrying the group's records as an
      *                array and its control totals (count and the
      *                bi/fi/pd/zd sums the control-break report
      *                prints).
      *            Numeric fields come out as JSON numbers (signed
      *            zoned values with a leading minus, a field that is
      *            not digits as null); ch-field and the trailer
      *            segment come out as JSON strings, trailing blanks
      *            dropped, with quote, backslash and every control
      *            or non-ASCII byte escaped.
      *            The control-total trailer record (#TRL#) is a
      *            control, not data - it is never exported.
      *            Environment:
      *              JSNSQF01A_FILEID  catalog file id (dflt SORTOUT)
      *              JSNSQF01A_GEN     the generation - the number or
      *                                the full physical name
      *                                (SORTOUT.G0142); unset means
      *                                the latest one catalogued
      *            RETURN-CODE 8 when the generation is not on the
      *            catalog, 25 when it will not open.
      * **********************************************************
      * option:
      * cobc -x -t ..\listing\%1.lst -I ..\copy -Wall -fbinary-size=1--8
      *      -fnotrunc -fbinary-byteorder=big-endian -o ..\bin\%1 ..\src\%1.CBL
      * **********************************************************
      *-------------------------------------------------------------------------------*
       identification division.
       program-id. jsnsqf01a.
       environment division.
       configuration section.
       repository.
        function all intrinsic.
       input-output section.
       file-control.
      *generation catalog
      * sgensqf01.cpy
           copy sgensqf01.
      *the sorted generation being exported
           select jsnin assign to dynamic wLookName
               organization is sequential
               access mode is sequential
               file status is fs-jsnin.
      *the JSON document
           select jsnout assign to "JSONOUT"
               organization is line sequential
               file status  is fs-jsnout.
      *regrouping work file - ch-field order, file order within it
           select jsnsort assign to "GCSRTJS"
               organization is sequential
               file status is fs-jsnsort.
       data division.
       file section.
      * fgensqf01.cpy
           copy fgensqf01.
       FD  jsnin
           label records are standard
           record is varying in size from 41 to 241 characters
                    depending on ji-trailer-len.
       01  jsnin-record.
           05  ji-seq-record        pic 9(05).
           05  ji-ch-field          pic x(05).
           05  ji-bi-field          pic 9(05).
           05  ji-fi-field          pic s9(05).
           05  ji-fl-field          pic s9(05).
           05  ji-pd-field          pic s9(05).
           05  ji-zd-field          pic s9(08).
           05  ji-trailer-len       pic 9(03).
           05  ji-trailer-data      pic x(01)
                                     occurs 0 to 200 times
                                     depending on ji-trailer-len.
       FD  jsnout.
       01  jsnout-record            pic x(1400).
       SD  jsnsort.
       01  jsnsort-record.
           05  js-ch-field          pic x(05).
           05  js-rec-len           pic 9(03).
           05  js-record            pic x(241).
      *
       working-storage section.
       77 fs-gencat                      pic xx.
       77 fs-jsnin                       pic xx.
       77 fs-jsnout                      pic xx.
       77 fs-jsnsort                     pic xx.
       77 record-counter-in              pic 9(7) value zero.
       77 record-counter-out             pic 9(7) value zero.
       77 group-counter                  pic 9(7) value zero.
      *
           copy wkenvfield.
      *
           copy wgencat.
       77 wLookFileid                    pic x(20) value "SORTOUT".
       77 wLookGen                       pic 9(04) value zero.
       77 wLookName                      pic x(26) value spaces.
       77 wCatFound                      pic x(01) value "N".
       77 wCatDate                       pic 9(08) value zero.
       77 wCatTime                       pic 9(06) value zero.
      * ============================= *
      * one record back from the regrouping sort, in SORTOUT terms
      * ============================= *
       01  wJsRecord.
           05  jr-seq-record        pic 9(05).
           05  jr-ch-field          pic x(05).
           05  jr-bi-field          pic 9(05).
           05  jr-fi-field          pic s9(05).
           05  jr-fl-field          pic s9(05).
           05  jr-pd-field          pic s9(05).
           05  jr-zd-field          pic s9(08).
           05  jr-trailer-len       pic 9(03).
           05  jr-trailer-data      pic x(200).
       77 wTrlBytes                      pic 9(03) value zero.
       77 wSortEof                       pic x(01) value "N".
      * ============================= *
      * the group being written, and its control totals
      * ============================= *
       77 wGroupCh                       pic x(05) value spaces.
       77 wGroupOpen                     pic x(01) value "N".
       77 wGroupRecs                     pic 9(07) value zero.
       01  group-totals.
           05  gt-bi                pic s9(11) comp-3 value zero.
           05  gt-fi                pic s9(11) comp-3 value zero.
           05  gt-pd                pic s9(11) comp-3 value zero.
           05  gt-zd                pic s9(11) comp-3 value zero.
      * ============================= *
      * JSON building: one line is held back until the next is known,
      * so a separating comma can still be added to it
      * ============================= *
       77 wJsonPend                      pic x(1400) value spaces.
       77 wJsonPendLen                   pic 9(04) value zero.
       77 wJsonLine                      pic x(1400) value spaces.
       77 wJsonPtr                       pic 9(04) value 1.
       77 wNumEd                         pic -(11)9 value zero.
       77 wNumText                       pic x(12) value spaces.
       77 wStrIn                         pic x(200) value spaces.
       77 wStrLen                        pic 9(03) value zero.
       77 wStrIdx                        pic 9(03) value zero.
       77 wStrByte                       pic 9(03) value zero.
       77 wHexDigits                     pic x(16)
                                         value "0123456789abcdef".
       77 wHexHi                         pic 9(02) value zero.
       77 wHexLo                         pic 9(02) value zero.
       77 wCountEd                       pic z(6)9 value zero.
      *
      * ============================= *
       procedure division.
      * ============================= *
       master-json.
           display "*===============================================* "
           display " JSNSQF01A - SORTOUT generation to JSON export "
           display "*===============================================* "
           perform read-parameters
           perform resolve-generation
           if wCatFound = "N"
              display "*** " wLookName " is not on the GENCAT catalog"
              move 8 to return-code
              goback
           end-if
           open input jsnin
           if fs-jsnin not equal "00"
              display "*** " wLookName " open failed, file status="
                      fs-jsnin
              move 25 to return-code
              goback
           end-if
           close jsnin
           open output jsnout
           sort jsnsort
                on ascending key js-ch-field
                with duplicates in order
                input procedure  is load-json-sort
                output procedure is write-json-document
           close jsnout
           display "*===============================================* "
           display " Record input   : " record-counter-in
           display " Records written: " record-counter-out
           display " Groups written : " group-counter
           display "*===============================================* "
           move zero to return-code
           goback
           .
      * ============================= *
      * which generation: a number, or the full physical name split
      * into file id and number - the same forms mansqf01a takes
      * ============================= *
       read-parameters.
      * ============================= *
           move "JSNSQF01A_FILEID" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              move wk-env-value to wLookFileid
           end-if
           move "JSNSQF01A_GEN" to wk-env-name
           display wk-env-name upon environment-name
           accept  wk-env-value from environment-value
           if wk-env-value not = spaces
              if wk-env-value(1:1) >= "0"
                 and wk-env-value(1:1) <= "9"
                 compute wLookGen = numval(wk-env-value)
              else
                 unstring wk-env-value delimited by ".G"
                      into wLookFileid wk-env-name
                 end-unstring
                 compute wLookGen = numval(wk-env-name)
              end-if
           end-if
           .
      * ============================= *
      * zero means the latest generation catalogued; the catalog
      * entry also gives the run date the header carries
      * ============================= *
       resolve-generation.
      * ============================= *
           move wLookFileid to wGenTarget
           if wLookGen = zero
              perform find-latest-generation
              move wGenPick to wLookGen
           end-if
           move wLookGen to wGenPick
           perform find-generation
           move gen-found to wCatFound
           if gen-found = "Y"
              move wGenCatDate to wCatDate
              move wGenCatTime to wCatTime
           end-if
           move spaces to wLookName
           string trim(wLookFileid) ".G" wLookGen
                       delimited by size into wLookName
           display " exporting: " wLookName
           .
      * ============================= *
      * GENCAT generation resolution
      * prgencat.cpy
      * ============================= *
           copy prgencat.
      * ============================= *
      * every data record into the regrouping sort, whole - the
      * count is known before the header has to be written
      * ============================= *
       load-json-sort.
      * ============================= *
           open input jsnin
           perform load-json-sort-loop until fs-jsnin not equal "00"
           close jsnin
           .
      * ============================= *
       load-json-sort-loop.
      * ============================= *
           read jsnin
           end-read
           if fs-jsnin equal "00"
              if ji-seq-record = 99999 and ji-ch-field = "#TRL#"
                 continue
              else
                 add 1 to record-counter-in
                 move ji-ch-field to js-ch-field
                 if ji-trailer-len > 41 and ji-trailer-len <= 241
                    move ji-trailer-len to js-rec-len
                 else
                    move 41 to js-rec-len
                 end-if
                 move spaces to js-record
                 move jsnin-record(1:js-rec-len) to js-record
                 release jsnsort-record
              end-if
           end-if
           .
      * ============================= *
      * the document: header, then the groups as they come back from
      * the sort, each closed with its totals when the ch-field
      * changes
      * ============================= *
       write-json-document.
      * ============================= *
           move "{" to wJsonLine
           perform emit-json-line
           move spaces to wJsonLine
           move 1 to wJsonPtr
           string '  "header": {"fileId": "' delimited by size
                  trim(wLookFileid) delimited by size
                  '", "generation": ' delimited by size
                  into wJsonLine with pointer wJsonPtr
           move wLookGen to wNumEd
           move trim(wNumEd) to wNumText
           string trim(wNumText) delimited by size
                  ', "runDate": "' delimited by size
                  wCatDate(1:4) "-" wCatDate(5:2) "-" wCatDate(7:2)
                  '", "runTime": "' delimited by size
                  wCatTime(1:2) ":" wCatTime(3:2) ":" wCatTime(5:2)
                  '", "recordCount": ' delimited by size
                  into wJsonLine with pointer wJsonPtr
           move record-counter-in to wNumEd
           move trim(wNumEd) to wNumText
           string trim(wNumText) "}," delimited by size
                  into wJsonLine with pointer wJsonPtr
           perform emit-json-line
           move '  "groups": [' to wJsonLine
           perform emit-json-line
           move "N" to wSortEof wGroupOpen
           perform write-json-group-loop until wSortEof = "Y"
           if wGroupOpen = "Y"
              perform close-json-group
           end-if
           move "  ]" to wJsonLine
           perform emit-json-line
           move "}" to wJsonLine
           perform emit-json-line
           perform flush-json-line
           .
      * ============================= *
       write-json-group-loop.
      * ============================= *
           return jsnsort
              at end
                 move "Y" to wSortEof
           end-return
           if wSortEof = "N"
              if wGroupOpen = "Y" and js-ch-field not = wGroupCh
                 perform close-json-group
              end-if
              if wGroupOpen = "N"
                 perform open-json-group
              else
                 perform add-json-comma
              end-if
              perform write-json-record
           end-if
           .
      * ============================= *
       open-json-group.
      * ============================= *
           if group-counter > zero
              perform add-json-comma
           end-if
           add 1 to group-counter
           move js-ch-field to wGroupCh
           move "Y" to wGroupOpen
           move zero to wGroupRecs gt-bi gt-fi gt-pd gt-zd
           move spaces to wJsonLine
           move 1 to wJsonPtr
           string '    {"ch": ' delimited by size
                  into wJsonLine with pointer wJsonPtr
           move spaces to wStrIn
           move wGroupCh to wStrIn
           perform append-json-string
           string ', "records": [' delimited by size
                  into wJsonLine with pointer wJsonPtr
           perform emit-json-line
           .
      * ============================= *
      * the group's totals follow its records - count and the
      * bi/fi/pd/zd sums, as the control-break report gives them
      * ============================= *
       close-json-group.
      * ============================= *
           move "      ]," to wJsonLine
           perform emit-json-line
           move spaces to wJsonLine
           move 1 to wJsonPtr
           move wGroupRecs to wNumEd
           move trim(wNumEd) to wNumText
           string '      "totals": {"count": ' trim(wNumText)
                  delimited by size
                  into wJsonLine with pointer wJsonPtr
           move gt-bi to wNumEd
           move trim(wNumEd) to wNumText
           string ', "bi": ' trim(wNumText) delimited by size
                  into wJsonLine with pointer wJsonPtr
           move gt-fi to wNumEd
           move trim(wNumEd) to wNumText
           string ', "fi": ' trim(wNumText) delimited by size
                  into wJsonLine with pointer wJsonPtr
           move gt-pd to wNumEd
           move trim(wNumEd) to wNumText
           string ', "pd": ' trim(wNumText) delimited by size
                  into wJsonLine with pointer wJsonPtr
           move gt-zd to wNumEd
           move trim(wNumEd) to wNumText
           string ', "zd": ' trim(wNumText) "}" delimited by size
                  into wJsonLine with pointer wJsonPtr
           perform emit-json-line
           move "    }" to wJsonLine
           perform emit-json-line
           move "N" to wGroupOpen
           .
      * ============================= *
      * one record as one JSON object on one line
      * ============================= *
       write-json-record.
      * ============================= *
           move spaces to wJsRecord
           move js-record to wJsRecord
           add 1 to wGroupRecs
           add 1 to record-counter-out
           move spaces to wJsonLine
           move 1 to wJsonPtr
           string '        {"seq": ' delimited by size
                  into wJsonLine with pointer wJsonPtr
           if jr-seq-record numeric
              move jr-seq-record to wNumEd
              perform append-json-number
           else
              perform append-json-null
           end-if
           string ', "ch": ' delimited by size
                  into wJsonLine with pointer wJsonPtr
           move spaces to wStrIn
           move jr-ch-field to wStrIn
           perform append-json-string
           string ', "bi": ' delimited by size
                  into wJsonLine with pointer wJsonPtr
           if jr-bi-field numeric
              move jr-bi-field to wNumEd
              add jr-bi-field to gt-bi
              perform append-json-number
           else
              perform append-json-null
           end-if
           string ', "fi": ' delimited by size
                  into wJsonLine with pointer wJsonPtr
           if jr-fi-field numeric
              move jr-fi-field to wNumEd
              add jr-fi-field to gt-fi
              perform append-json-number
           else
              perform append-json-null
           end-if
           string ', "fl": ' delimited by size
                  into wJsonLine with pointer wJsonPtr
           if jr-fl-field numeric
              move jr-fl-field to wNumEd
              perform append-json-number
           else
              perform append-json-null
           end-if
           string ', "pd": ' delimited by size
                  into wJsonLine with pointer wJsonPtr
           if jr-pd-field numeric
              move jr-pd-field to wNumEd
              add jr-pd-field to gt-pd
              perform append-json-number
           else
              perform append-json-null
           end-if
           string ', "zd": ' delimited by size
                  into wJsonLine with pointer wJsonPtr
           if jr-zd-field numeric
              move jr-zd-field to wNumEd
              add jr-zd-field to gt-zd
              perform append-json-number
           else
              perform append-json-null
           end-if
           string ', "trailer": ' delimited by size
                  into wJsonLine with pointer wJsonPtr
           move spaces to wStrIn
           compute wTrlBytes = js-rec-len - 41
           if wTrlBytes > zero
              move jr-trailer-data(1:wTrlBytes) to wStrIn
           end-if
           perform append-json-string
           string "}" delimited by size
                  into wJsonLine with pointer wJsonPtr
           perform emit-json-line
           .
      * ============================= *
      * a signed value through the edited picture - a leading minus
      * when negative, no plus, no leading zeros: a JSON number
      * ============================= *
       append-json-number.
      * ============================= *
           move trim(wNumEd) to wNumText
           string trim(wNumText) delimited by size
                  into wJsonLine with pointer wJsonPtr
           .
      * ============================= *
       append-json-null.
      * ============================= *
           string "null" delimited by size
                  into wJsonLine with pointer wJsonPtr
           .
      * ============================= *
      * wStrIn as a JSON string, trailing blanks dropped: quote and
      * backslash get a backslash, control characters and bytes
      * beyond ASCII a \u00xx escape, so the document stays valid
      * whatever the trailer carries
      * ============================= *
       append-json-string.
      * ============================= *
           compute wStrLen = length(trim(wStrIn trailing))
           if wStrIn = spaces
              move zero to wStrLen
           end-if
           string quote delimited by size
                  into wJsonLine with pointer wJsonPtr
           perform append-json-char
                  varying wStrIdx from 1 by 1
                  until wStrIdx > wStrLen
           string quote delimited by size
                  into wJsonLine with pointer wJsonPtr
           .
      * ============================= *
       append-json-char.
      * ============================= *
           compute wStrByte = ord(wStrIn(wStrIdx:1)) - 1
           evaluate true
              when wStrIn(wStrIdx:1) = quote
                 string "\" quote delimited by size
                        into wJsonLine with pointer wJsonPtr
              when wStrIn(wStrIdx:1) = "\"
                 string "\\" delimited by size
                        into wJsonLine with pointer wJsonPtr
              when wStrByte < 32 or wStrByte > 126
                 divide wStrByte by 16 giving wHexHi
                        remainder wHexLo
                 string "\u00" wHexDigits(wHexHi + 1:1)
                        wHexDigits(wHexLo + 1:1) delimited by size
                        into wJsonLine with pointer wJsonPtr
              when other
                 string wStrIn(wStrIdx:1) delimited by size
                        into wJsonLine with pointer wJsonPtr
           end-evaluate
           .
      * ============================= *
      * hold the new line back, writing the one held before it
      * ============================= *
       emit-json-line.
      * ============================= *
           perform flush-json-line
           move wJsonLine to wJsonPend
           compute wJsonPendLen = length(trim(wJsonPend trailing))
           move spaces to wJsonLine
           .
      * ============================= *
       flush-json-line.
      * ============================= *
           if wJsonPendLen > zero
              move wJsonPend to jsnout-record
              write jsnout-record
           end-if
           move zero to wJsonPendLen
           move spaces to wJsonPend
           .
      * ============================= *
      * another element follows - the line held back gets its comma
      * ============================= *
       add-json-comma.
      * ============================= *
           if wJsonPendLen > zero
              add 1 to wJsonPendLen
              move "," to wJsonPend(wJsonPendLen:1)
           end-if
           .
