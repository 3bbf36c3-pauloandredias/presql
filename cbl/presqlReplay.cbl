*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlReplay.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Database-free test runtime for precompiles run with -T: the injected
*> call targets name this module's entry points (psqlrpre, psqlrexe,
*> psqlrftc and the rest) instead of the ODBC driver's routines, and
*> every translated statement registers its SQL-TEST-INFO identity here
*> before it calls. PRESQL_SCENARIO_MODE picks one of two modes:
*>
*>   RECORD  every call is passed through to the real driver routine and
*>           written to the scenario file: the statement number, the
*>           bound input values, the values handed back into the output
*>           host variables and their indicators, SQLCODE, SQLSTATE, the
*>           rows touched and the error text.
*>   REPLAY  (the default) no database is attached: each call is checked
*>           against the next one recorded - same statement, same verb,
*>           same number of bound variables, same input values - and the
*>           recorded outputs and results are served back. Any difference,
*>           or a call past the end of the scenario, fails the run with
*>           return code 12 and the reason on stderr.
*>
*> The scenario file is named by PRESQL_SCENARIO ("presql.scenario" when
*> not set). The entry points resolve once this module is loaded, which
*> the first registration call does; it can equally be linked in with the
*> program or named in COB_PRE_LOAD.
*>
*>  This program is free software; you can redistribute it and/or modify
*>  it under the terms of the GNU General Public License as published by
*>  the Free Software Foundation; either version 2, or (at your option)
*>  any later version.
*>
*>  This program is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
*>  GNU General Public License for more details.
*>-------------------------------------------------------------------------------

*>===============================================================================
environment division.
*>===============================================================================
configuration section.
repository.
    function all intrinsic.

input-output section.
file-control.
    select scenarioFile assign to scenarioFileName
    organization is line sequential
    file status is scenarioFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
fd scenarioFile.
01 scenarioLine                 pic x(8100).

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
01 scenarioControls.
    03 scenarioFileName         pic x(255) value spaces.
    03 scenarioFileStatus       pic x(002) value spaces.
        88 scenarioEof          value "10" false "00".
    03 scenarioModeText         pic x(010) value spaces.
    03 scenarioMode             pic 9(001) value zeros.
        88 scenarioIsReplaying  value 0    false 1.
        88 scenarioIsRecording  value 1    false 0.
    03 scenarioOpenState        pic 9(001) value zeros.
        88 scenarioIsOpen       value 1    false 0.
    *> The calling program's SQL-TEST-INFO, kept from its registration
    *> call so the driver entry points (which receive only SQLCA and the
    *> descriptor) know which statement is calling.
    03 testInfoAddress          usage pointer value null.

*>------------------------------------------------------------------------------
*> The call being served: its verb, the driver routine it stands in for,
*> what kind of descriptor (if any) came with it, and how its bound slots
*> split into the ones the call reads and the ones it fills.
*>------------------------------------------------------------------------------
01 callControls.
    03 callVerb                 pic x(003) value spaces.
    03 driverProgramName        pic x(008) value spaces.
    03 descriptorKind           pic x(001) value spaces.
        88 descriptorIsAbsent   value " ".
        88 descriptorIsSqlv     value "V".
        88 descriptorIsSqlda    value "D".
    03 captureState             pic 9(001) value zeros.
        88 valuesAreCaptured    value 1    false 0.
    03 slotCount                binary-long value zeros.
    03 outputSlotCount          binary-long value zeros.
    03 firstInputSlot           binary-long value zeros.
    03 slotIndex                binary-long value zeros.
    03 describeCount            binary-long value zeros.
    03 statementDisplay         pic 9(003) value zeros.
    03 slotDisplay              pic z(3)9  value zeros.

*>------------------------------------------------------------------------------
*> One bound slot's storage, located through the descriptor. Values are
*> kept in hexadecimal so packed, binary and national data survive the
*> line-sequential scenario file byte for byte; a value is captured up to
*> valueCaptureMax bytes.
*>------------------------------------------------------------------------------
01 slotControls.
    03 slotAddress              usage pointer value null.
    03 slotIndicatorAddress     usage pointer value null.
    03 slotLength               binary-long value zeros.
    03 valueCaptureMax          binary-long value 4000.
    03 byteIndex                binary-long value zeros.
    03 hexIndex                 binary-long value zeros.
    03 byteValue                binary-short unsigned value zeros.
    03 highNibble               binary-short unsigned value zeros.
    03 lowNibble                binary-short unsigned value zeros.
    03 hexChar                  pic x(001) value spaces.
    03 hexDigits                pic x(016) value "0123456789ABCDEF".

*>------------------------------------------------------------------------------
*> The scenario's four record types, one line each: C opens a call, I
*> and O carry one bound input or output slot, D one column of a
*> DESCRIBE's answer, and R closes the call with its results.
*>------------------------------------------------------------------------------
01 callRecord.
    03 callRecordType           pic x(001) value "C".
    03 filler                   pic x(001) value space.
    03 callRecordStatement      pic 9(003) value zeros.
    03 filler                   pic x(001) value space.
    03 callRecordVerb           pic x(003) value spaces.
    03 filler                   pic x(001) value space.
    03 callRecordCount          pic 9(004) value zeros.

01 valueRecord.
    03 valueRecordType          pic x(001) value spaces.
    03 filler                   pic x(001) value space.
    03 valueRecordSlot          pic 9(004) value zeros.
    03 filler                   pic x(001) value space.
    03 valueRecordHasIndicator  pic x(001) value "N".
    03 filler                   pic x(001) value space.
    03 valueRecordIndicator     pic s9(4)  sign leading separate value zeros.
    03 filler                   pic x(001) value space.
    03 valueRecordLength        pic 9(005) value zeros.
    03 filler                   pic x(001) value space.
    03 valueRecordHex           pic x(8000) value spaces.

01 describeRecord.
    03 describeRecordType       pic x(001) value "D".
    03 filler                   pic x(001) value space.
    03 describeRecordSlot       pic 9(004) value zeros.
    03 filler                   pic x(001) value space.
    03 describeRecordSqltype    pic s9(4)  sign leading separate value zeros.
    03 filler                   pic x(001) value space.
    03 describeRecordSqllen     pic s9(4)  sign leading separate value zeros.
    03 filler                   pic x(001) value space.
    03 describeRecordNameLength pic 9(002) value zeros.
    03 filler                   pic x(001) value space.
    03 describeRecordName       pic x(030) value spaces.

01 resultRecord.
    03 resultRecordType         pic x(001) value "R".
    03 filler                   pic x(001) value space.
    03 resultRecordSqlcode      pic s9(9)  sign leading separate value zeros.
    03 filler                   pic x(001) value space.
    03 resultRecordSqlstate     pic x(005) value spaces.
    03 filler                   pic x(001) value space.
    03 resultRecordRows         pic s9(9)  sign leading separate value zeros.
    03 filler                   pic x(001) value space.
    03 resultRecordMessageLength pic 9(002) value zeros.
    03 filler                   pic x(001) value space.
    03 resultRecordMessage      pic x(070) value spaces.

01 expectedValueLine            pic x(8100) value spaces.

01 logControls.
    03 logText                  pic x(255) value spaces.

*>------------------------------------------------------------------------------
linkage section.
*>------------------------------------------------------------------------------
01 SQL-TEST-INFO.
    03 SQL-TEST-STMT            pic 9(003).
    03 SQL-TEST-OUTPUTS         pic 9(003).
    03 SQL-TEST-FIRST-INPUT     pic 9(003).

01 SQLCA.
    05 SQLCAID                  pic x(8).
    05 SQLCABC                  pic s9(9)  comp-5.
    05 SQLCODE                  pic s9(9)  comp-5.
    05 SQLERRM.
        49 SQLERRML             pic s9(4)  comp-5.
        49 SQLERRMC             pic x(70).
    05 SQLERRP                  pic x(8).
    05 SQLERRD                  pic s9(9)  comp-5 occurs 6.
    05 SQLWARN-AREA             pic x(8).
    05 SQLSTATE                 pic x(5).

*> The generated SQLV descriptor, laid out exactly as presqlStatements
*> writes it into every translated program.
01 SQLV.
    03 SQL-ARRSZ                pic s9(9)  comp-5.
    03 SQL-COUNT                pic s9(9)  comp-5.
    03 SQL-ROWS                 pic s9(9)  comp-5.
    03 SQL-SCROLL               pic x(1).
    03 SQL-HOLD                 pic x(1).
    03 SQL-FETCH-DIR            pic x(1).
    03 SQL-FETCH-OFFSET         pic s9(9)  comp-5.
    03 SQL-TIMEOUT              pic s9(9)  comp-5.
    03 SQL-VAR occurs 1 to 9999 times depending on SQL-COUNT.
        05 SQL-ADDR             usage pointer.
        05 SQL-IND-ADDR         usage pointer.
        05 SQL-LEN              pic s9(9)  comp-5.
        05 SQL-TYPE             pic x(1).
        05 SQL-PREC             pic x(1).

*> The dynamic-SQL calls pass the program's SQLDA in the descriptor's
*> place; its eye-catcher tells the two apart.
01 SQLDA.
    05 SQLDAID                  pic x(8).
    05 SQLDABC                  pic s9(9)  comp-5.
    05 SQLN                     pic s9(4)  comp-5.
    05 SQLD                     pic s9(4)  comp-5.
    05 SQLVAR occurs 1 to 100 times depending on SQLD.
        10 SQLTYPE              pic s9(4)  comp-5.
        10 SQLLEN               pic s9(4)  comp-5.
        10 SQLDATA              usage pointer.
        10 SQLIND               usage pointer.
        10 SQLNAME.
            49 SQLNAMEL         pic s9(4)  comp-5.
            49 SQLNAMEC         pic x(30).

01 descriptorIdentity           pic x(8).
01 boundValue                   pic x(4000).
01 boundIndicator               pic s9(4)  comp-5.

*>==================================================================================================
procedure division using SQL-TEST-INFO.
*>==================================================================================================
*>------------------------------------------------------------------------------
*> The registration call every translated statement makes ahead of its
*> database calls; the first one also opens the scenario.
*>------------------------------------------------------------------------------
0-main.

    set testInfoAddress to address of SQL-TEST-INFO
    if not scenarioIsOpen
        perform 1-open-the-scenario
    end-if

    goback.

*>------------------------------------------------------------------------------
*> One entry point per driver routine the generated code can call, each
*> named after the routine it stands in for ("ocsqlpre" -> "psqlrpre").
*> COMMIT, ROLLBACK and EXECUTE IMMEDIATE pass SQLCA alone.
*>------------------------------------------------------------------------------
01-driver-entry-points.

    entry "psqlrcon" using SQLCA SQLV.
    move "con" to callVerb
    move "ocsql" to driverProgramName
    perform 21-identify-the-descriptor
    perform 2-take-the-call
    goback.

    entry "psqlrdis" using SQLCA SQLV.
    move "dis" to callVerb
    move "ocsqldis" to driverProgramName
    perform 21-identify-the-descriptor
    perform 2-take-the-call
    goback.

    entry "psqlrpre" using SQLCA SQLV.
    move "pre" to callVerb
    move "ocsqlpre" to driverProgramName
    perform 21-identify-the-descriptor
    perform 2-take-the-call
    goback.

    entry "psqlrexe" using SQLCA SQLV.
    move "exe" to callVerb
    move "ocsqlexe" to driverProgramName
    perform 21-identify-the-descriptor
    perform 2-take-the-call
    goback.

    entry "psqlrrbk" using SQLCA.
    move "rbk" to callVerb
    move "ocsqlrbk" to driverProgramName
    set descriptorIsAbsent to true
    perform 2-take-the-call
    goback.

    entry "psqlrcmt" using SQLCA.
    move "cmt" to callVerb
    move "ocsqlcmt" to driverProgramName
    set descriptorIsAbsent to true
    perform 2-take-the-call
    goback.

    entry "psqlrimm" using SQLCA.
    move "imm" to callVerb
    move "ocsqlimm" to driverProgramName
    set descriptorIsAbsent to true
    perform 2-take-the-call
    goback.

    entry "psqlrocu" using SQLCA SQLV.
    move "ocu" to callVerb
    move "ocsqlocu" to driverProgramName
    perform 21-identify-the-descriptor
    perform 2-take-the-call
    goback.

    entry "psqlrccu" using SQLCA SQLV.
    move "ccu" to callVerb
    move "ocsqlccu" to driverProgramName
    perform 21-identify-the-descriptor
    perform 2-take-the-call
    goback.

    entry "psqlrftc" using SQLCA SQLV.
    move "ftc" to callVerb
    move "ocsqlftc" to driverProgramName
    perform 21-identify-the-descriptor
    perform 2-take-the-call
    goback.

    entry "psqlrdsc" using SQLCA SQLV.
    move "dsc" to callVerb
    move "ocsqldsc" to driverProgramName
    perform 21-identify-the-descriptor
    perform 2-take-the-call
    goback.

    entry "psqlrsvp" using SQLCA SQLV.
    move "svp" to callVerb
    move "ocsqlsvp" to driverProgramName
    perform 21-identify-the-descriptor
    perform 2-take-the-call
    goback.

    entry "psqlrdia" using SQLCA SQLV.
    move "dia" to callVerb
    move "ocsqldia" to driverProgramName
    perform 21-identify-the-descriptor
    perform 2-take-the-call
    goback.

    entry "psqlrset" using SQLCA SQLV.
    move "set" to callVerb
    move "ocsqlset" to driverProgramName
    perform 21-identify-the-descriptor
    perform 2-take-the-call
    goback.

*>------------------------------------------------------------------------------
*> Names the scenario file and the mode from the environment and opens
*> it: a recording starts a fresh scenario, a replay reads one through.
*>------------------------------------------------------------------------------
1-open-the-scenario.

    display "PRESQL_SCENARIO" upon environment-name
    accept scenarioFileName from environment-value
    if scenarioFileName = spaces
        move "presql.scenario" to scenarioFileName
    end-if

    display "PRESQL_SCENARIO_MODE" upon environment-name
    accept scenarioModeText from environment-value
    if upper-case(trim(scenarioModeText)) = "RECORD"
        set scenarioIsRecording to true
        open output scenarioFile
    else
        set scenarioIsReplaying to true
        open input scenarioFile
    end-if

    if scenarioFileStatus not = "00"
        move spaces to logText
        string "(ERROR): PSQL1902E Opening scenario " trim(scenarioFileName) " failed with file-status " scenarioFileStatus delimited by size into logText
        perform 9-fail-the-test
    end-if
    set scenarioIsOpen to true.

*>------------------------------------------------------------------------------
*> Serves one driver call: picks up the calling statement's identity,
*> works out which slots the call reads and fills, and records or
*> replays it.
*>------------------------------------------------------------------------------
2-take-the-call.

    if testInfoAddress = null
        move spaces to logText
        string "(ERROR): PSQL1901E Driver call " callVerb " arrived before any statement registered with presqlReplay; precompile the program with -T" delimited by size into logText
        perform 9-fail-the-test
    end-if
    set address of SQL-TEST-INFO to testInfoAddress
    move SQL-TEST-STMT to statementDisplay

    if not scenarioIsOpen
        perform 1-open-the-scenario
    end-if

    perform 22-split-the-slots

    if scenarioIsRecording
        perform 3-record-the-call
    else
        perform 4-replay-the-call
    end-if.

*>------------------------------------------------------------------------------
*> The second parameter is the generated SQLV unless it carries the
*> SQLDA eye-catcher.
*>------------------------------------------------------------------------------
21-identify-the-descriptor.

    set address of descriptorIdentity to address of SQLV
    if descriptorIdentity = "SQLDA"
        set descriptorIsSqlda to true
        set address of SQLDA to address of SQLV
    else
        set descriptorIsSqlv to true
    end-if.

*>------------------------------------------------------------------------------
*> Only the calls that move host-variable values have slots worth
*> capturing: EXECUTE, OPEN, FETCH and GET DIAGNOSTICS. A FETCH fills
*> every slot; the others follow the split the translation stamped into
*> SQL-TEST-INFO. Through an SQLDA the split is the verb's own: a FETCH
*> fills, an EXECUTE USING reads. CONNECT's slots are never captured, so
*> no credential lands in a scenario file.
*>------------------------------------------------------------------------------
22-split-the-slots.

    move zeros to slotCount
    move zeros to outputSlotCount
    move 1 to firstInputSlot
    set valuesAreCaptured to false

    evaluate true
        when descriptorIsAbsent
            exit paragraph
        when descriptorIsSqlv
            move SQL-COUNT to slotCount
        when callVerb = "dsc"
            *> SQLD is DESCRIBE's answer, not its question.
            exit paragraph
        when other
            move SQLD to slotCount
    end-evaluate

    evaluate true
        when callVerb = "ftc"
            move slotCount to outputSlotCount
            compute firstInputSlot = slotCount + 1
            set valuesAreCaptured to true
        when callVerb = "exe" or callVerb = "ocu" or callVerb = "dia"
            if descriptorIsSqlv
                move SQL-TEST-OUTPUTS to outputSlotCount
                move SQL-TEST-FIRST-INPUT to firstInputSlot
                if outputSlotCount > slotCount
                    move slotCount to outputSlotCount
                end-if
            end-if
            set valuesAreCaptured to true
        when other
            continue
    end-evaluate.

*>------------------------------------------------------------------------------
*> Recording: the call's identity and input values go out first, the
*> real driver routine runs, then its outputs and results follow.
*>------------------------------------------------------------------------------
3-record-the-call.

    move SQL-TEST-STMT to callRecordStatement
    move callVerb to callRecordVerb
    move slotCount to callRecordCount
    write scenarioLine from callRecord

    if valuesAreCaptured
        perform varying slotIndex from firstInputSlot by 1
                  until slotIndex > slotCount
            move "I" to valueRecordType
            perform 5-encode-the-slot
            write scenarioLine from valueRecord
        end-perform
    end-if

    perform 31-call-the-driver

    if valuesAreCaptured
        perform varying slotIndex from 1 by 1
                  until slotIndex > outputSlotCount
            move "O" to valueRecordType
            perform 5-encode-the-slot
            write scenarioLine from valueRecord
        end-perform
    end-if

    if callVerb = "dsc" and descriptorIsSqlda
        perform 32-record-the-description
    end-if

    move SQLCODE to resultRecordSqlcode
    move SQLSTATE to resultRecordSqlstate
    move SQLERRD(3) to resultRecordRows
    if SQLERRML > 70 or SQLERRML < zeros
        move 70 to resultRecordMessageLength
    else
        move SQLERRML to resultRecordMessageLength
    end-if
    move SQLERRMC to resultRecordMessage
    write scenarioLine from resultRecord.

*>------------------------------------------------------------------------------
*> The pass-through to the driver routine this entry point stands in
*> for, with the same parameters the generated code passed.
*>------------------------------------------------------------------------------
31-call-the-driver.

    if descriptorIsAbsent
        call driverProgramName using SQLCA
            on exception
                perform 33-fail-missing-driver
        end-call
    else
        call driverProgramName using SQLCA SQLV
            on exception
                perform 33-fail-missing-driver
        end-call
    end-if.

*>------------------------------------------------------------------------------
*> A DESCRIBE's answer is the SQLDA itself: one D record per column the
*> engine described, within the entries the program allocated.
*>------------------------------------------------------------------------------
32-record-the-description.

    move SQLD to describeCount
    if describeCount > SQLN
        move SQLN to describeCount
    end-if
    perform varying slotIndex from 1 by 1 until slotIndex > describeCount
        move slotIndex to describeRecordSlot
        move SQLTYPE(slotIndex) to describeRecordSqltype
        move SQLLEN(slotIndex) to describeRecordSqllen
        move SQLNAMEL(slotIndex) to describeRecordNameLength
        move SQLNAMEC(slotIndex) to describeRecordName
        write scenarioLine from describeRecord
    end-perform.

33-fail-missing-driver.

    move spaces to logText
    string "(ERROR): PSQL1906E Statement " statementDisplay ": driver routine " trim(driverProgramName) " could not be called while recording" delimited by size into logText
    perform 9-fail-the-test.

*>------------------------------------------------------------------------------
*> Replaying: the next recorded call must be this one - same statement,
*> same verb, same number of bound variables - and every recorded input
*> must match what the program binds now. Recorded outputs, the DESCRIBE
*> answer and the results are then served back as the database would.
*>------------------------------------------------------------------------------
4-replay-the-call.

    perform 40-read-the-scenario
    if scenarioEof
        move spaces to logText
        string "(ERROR): PSQL1905E Statement " statementDisplay " called " callVerb " past the end of scenario " trim(scenarioFileName) delimited by size into logText
        perform 9-fail-the-test
    end-if
    if scenarioLine(1:1) not = "C"
        perform 49-fail-damaged-scenario
    end-if

    move scenarioLine to callRecord
    if callRecordStatement not = SQL-TEST-STMT or callRecordVerb not = callVerb
        move spaces to logText
        string "(ERROR): PSQL1903E Statement " statementDisplay " called " callVerb " but the scenario expected statement " callRecordStatement " calling " callRecordVerb delimited by size into logText
        perform 9-fail-the-test
    end-if
    if callRecordCount not = slotCount
        move slotCount to slotDisplay
        move spaces to logText
        string "(ERROR): PSQL1908E Statement " statementDisplay " binds " trim(slotDisplay) " host variables but the recorded run bound " callRecordCount delimited by size into logText
        perform 9-fail-the-test
    end-if

    if callVerb = "dsc" and descriptorIsSqlda
        move zeros to SQLD
    end-if

    perform 40-read-the-scenario
    perform until scenarioEof or scenarioLine(1:1) = "R"
        evaluate scenarioLine(1:1)
            when "I"
                perform 41-check-one-input
            when "O"
                perform 42-restore-one-output
            when "D"
                perform 43-restore-one-description
            when other
                perform 49-fail-damaged-scenario
        end-evaluate
        perform 40-read-the-scenario
    end-perform
    if scenarioEof
        perform 49-fail-damaged-scenario
    end-if

    perform 44-restore-the-result.

40-read-the-scenario.

    read scenarioFile next record at end set scenarioEof to true end-read.

*>------------------------------------------------------------------------------
*> The program's current value in the slot, encoded the way it was
*> recorded, must equal the recorded line exactly - value, length and
*> indicator alike.
*>------------------------------------------------------------------------------
41-check-one-input.

    move scenarioLine to expectedValueLine
    move scenarioLine to valueRecord
    move valueRecordSlot to slotIndex
    if slotIndex < 1 or slotIndex > slotCount
        perform 49-fail-damaged-scenario
    end-if

    move "I" to valueRecordType
    perform 5-encode-the-slot
    if valueRecord not = expectedValueLine
        move slotIndex to slotDisplay
        move spaces to logText
        string "(ERROR): PSQL1904E Statement " statementDisplay " " callVerb ": the input bound in slot " trim(slotDisplay) " differs from the recorded run" delimited by size into logText
        perform 9-fail-the-test
    end-if.

*>------------------------------------------------------------------------------
*> Writes the recorded bytes back into the output slot (never past what
*> the slot holds now) and the recorded indicator into its indicator.
*>------------------------------------------------------------------------------
42-restore-one-output.

    move scenarioLine to valueRecord
    move valueRecordSlot to slotIndex
    if slotIndex < 1 or slotIndex > slotCount
        perform 49-fail-damaged-scenario
    end-if

    perform 51-locate-the-slot
    if valueRecordLength < slotLength
        move valueRecordLength to slotLength
    end-if
    if slotAddress not = null and slotLength > zeros
        set address of boundValue to slotAddress
        perform 6-decode-into-the-slot
    end-if

    if valueRecordHasIndicator = "Y" and slotIndicatorAddress not = null
        set address of boundIndicator to slotIndicatorAddress
        move valueRecordIndicator to boundIndicator
    end-if.

*>------------------------------------------------------------------------------
*> One described column back into the program's SQLDA; SQLD ends up as
*> the number of columns the recorded DESCRIBE reported.
*>------------------------------------------------------------------------------
43-restore-one-description.

    move scenarioLine to describeRecord
    if describeRecordSlot < 1 or describeRecordSlot > SQLN
        perform 49-fail-damaged-scenario
    end-if
    move describeRecordSlot to SQLD
    move describeRecordSqltype to SQLTYPE(describeRecordSlot)
    move describeRecordSqllen to SQLLEN(describeRecordSlot)
    move describeRecordNameLength to SQLNAMEL(describeRecordSlot)
    move describeRecordName to SQLNAMEC(describeRecordSlot).

44-restore-the-result.

    move scenarioLine to resultRecord
    move resultRecordSqlcode to SQLCODE
    move resultRecordSqlstate to SQLSTATE
    move resultRecordRows to SQLERRD(3)
    move resultRecordMessageLength to SQLERRML
    move resultRecordMessage to SQLERRMC.

49-fail-damaged-scenario.

    move spaces to logText
    string "(ERROR): PSQL1907E Scenario " trim(scenarioFileName) " is damaged at statement " statementDisplay " " callVerb "; record it again" delimited by size into logText
    perform 9-fail-the-test.

*>------------------------------------------------------------------------------
*> Encodes the slot in slotIndex into valueRecord (its type already set):
*> the indicator when the slot has one, then the value bytes in hex.
*>------------------------------------------------------------------------------
5-encode-the-slot.

    perform 51-locate-the-slot
    move slotIndex to valueRecordSlot
    move spaces to valueRecordHex

    if slotIndicatorAddress = null
        move "N" to valueRecordHasIndicator
        move zeros to valueRecordIndicator
    else
        set address of boundIndicator to slotIndicatorAddress
        move "Y" to valueRecordHasIndicator
        move boundIndicator to valueRecordIndicator
    end-if

    if slotAddress = null
        move zeros to slotLength
    end-if
    move slotLength to valueRecordLength
    if slotLength = zeros
        exit paragraph
    end-if

    set address of boundValue to slotAddress
    perform varying byteIndex from 1 by 1 until byteIndex > slotLength
        compute byteValue = ord(boundValue(byteIndex:1)) - 1
        divide byteValue by 16 giving highNibble remainder lowNibble
        compute hexIndex = (byteIndex * 2) - 1
        move hexDigits(highNibble + 1:1) to valueRecordHex(hexIndex:1)
        move hexDigits(lowNibble + 1:1) to valueRecordHex(hexIndex + 1:1)
    end-perform.

*>------------------------------------------------------------------------------
*> Where the slot's value lives and how many bytes of it count: a VARCHAR
*> carries its 2-byte length ahead of the text and a LOB its 4-byte one;
*> a multi-row call's buffer holds SQL-ROWS values back to back.
*>------------------------------------------------------------------------------
51-locate-the-slot.

    if descriptorIsSqlv
        set slotAddress to SQL-ADDR(slotIndex)
        set slotIndicatorAddress to SQL-IND-ADDR(slotIndex)
        evaluate SQL-TYPE(slotIndex)
            when "V"
                compute slotLength = SQL-LEN(slotIndex) + 2
            when "L"
            when "O"
                compute slotLength = SQL-LEN(slotIndex) + 4
            when other
                move SQL-LEN(slotIndex) to slotLength
        end-evaluate
        if SQL-ROWS > 1
            multiply SQL-ROWS by slotLength
        end-if
    else
        set slotAddress to SQLDATA(slotIndex)
        set slotIndicatorAddress to SQLIND(slotIndex)
        move SQLLEN(slotIndex) to slotLength
    end-if

    if slotLength < zeros
        move zeros to slotLength
    end-if
    if slotLength > valueCaptureMax
        move valueCaptureMax to slotLength
    end-if.

*>------------------------------------------------------------------------------
*> The reverse of 5-encode-the-slot for slotLength bytes of valueRecord.
*>------------------------------------------------------------------------------
6-decode-into-the-slot.

    perform varying byteIndex from 1 by 1 until byteIndex > slotLength
        compute hexIndex = (byteIndex * 2) - 1
        move valueRecordHex(hexIndex:1) to hexChar
        perform 61-nibble-of-hex-char
        move lowNibble to highNibble
        move valueRecordHex(hexIndex + 1:1) to hexChar
        perform 61-nibble-of-hex-char
        compute byteValue = (highNibble * 16) + lowNibble + 1
        move char(byteValue) to boundValue(byteIndex:1)
    end-perform.

61-nibble-of-hex-char.

    if hexChar >= "A"
        compute lowNibble = ord(hexChar) - ord("A") + 10
    else
        compute lowNibble = ord(hexChar) - ord("0")
    end-if.

*>------------------------------------------------------------------------------
*> A failed test stops the run then and there: the program's logic has
*> left the recorded path, and anything it did from here on would be
*> served results that belong to some other call.
*>------------------------------------------------------------------------------
9-fail-the-test.

    *> Worded in the operator's language when the message text file carries
    *> it (PRESQL_LANGUAGE); the id and severity stay as coded.
    call "presqlMessageText" using logText
    display MODULE-ID " " trim(logText) upon stderr
    move spaces to logText
    if scenarioIsOpen
        close scenarioFile
    end-if
    move 12 to return-code
    stop run.
