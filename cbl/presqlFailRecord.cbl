*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlFailRecord.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Runtime failure journal for precompiles run with -F: the generated code
*> calls this subprogram right after any database call that comes back
*> with a negative SQLCODE, and appends to the journal named by the
*> PRESQL_JOURNAL environment variable ("presql.journal" when not set):
*>   - one F record: run date and time, program, statement number
*>     matching the .presql.listing, SQLCODE, SQLSTATE and message text
*>   - one V record per input host variable bound to the statement, with
*>     its current value - as text when it prints, in hexadecimal when it
*>     does not (packed, binary, national) - or asterisks when the
*>     translation marked the slot as bound to a classified column
*> so on-call can reproduce the failure from the values the program
*> actually sent. presqlFailReport lists the journal.
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
    select journalFile assign to journalFileName
    organization is line sequential
    file status is journalFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
fd journalFile.
01 journalLine                  pic x(1100).

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
01 journalControls.
    03 journalFileName          pic x(255) value spaces.
    03 journalFileStatus        pic x(002) value spaces.
    03 failureStamp             pic x(021) value spaces.
    03 descriptorKind           pic x(001) value spaces.
        88 descriptorIsSqlv     value "V".
        88 descriptorIsSqlda    value "D".
    03 slotCount                binary-long value zeros.
    03 lastInputSlot            binary-long value zeros.
    03 slotIndex                binary-long value zeros.

*>------------------------------------------------------------------------------
*> One bound slot's storage, located through the descriptor. A value is
*> journaled up to valueCaptureMax bytes; a longer one is cut there.
*>------------------------------------------------------------------------------
01 slotControls.
    03 slotAddress              usage pointer value null.
    03 slotIndicatorAddress     usage pointer value null.
    03 slotLength               binary-long value zeros.
    03 slotTypeCode             pic x(001) value spaces.
    03 valueCaptureMax          binary-long value 500.
    03 byteIndex                binary-long value zeros.
    03 hexIndex                 binary-long value zeros.
    03 byteValue                binary-short unsigned value zeros.
    03 highNibble               binary-short unsigned value zeros.
    03 lowNibble                binary-short unsigned value zeros.
    03 hexDigits                pic x(016) value "0123456789ABCDEF".
    03 printableState           pic 9(001) value zeros.
        88 valueIsPrintable     value 1    false 0.

*>------------------------------------------------------------------------------
*> The journal's two record types, one line each: F opens a failure and
*> V carries one bound input value.
*>------------------------------------------------------------------------------
01 failureRecord.
    03 failureRecordType        pic x(001) value "F".
    03 filler                   pic x(001) value space.
    03 failureRecordDate        pic x(008) value spaces.
    03 filler                   pic x(001) value space.
    03 failureRecordTime        pic x(008) value spaces.
    03 filler                   pic x(001) value space.
    03 failureRecordStatement   pic 9(003) value zeros.
    03 filler                   pic x(001) value space.
    03 failureRecordSqlcode     pic s9(9)  sign leading separate value zeros.
    03 filler                   pic x(001) value space.
    03 failureRecordSqlstate    pic x(005) value spaces.
    03 filler                   pic x(001) value space.
    03 failureRecordValues      pic 9(003) value zeros.
    03 filler                   pic x(001) value space.
    03 failureRecordProgram     pic x(060) value spaces.
    03 filler                   pic x(001) value space.
    03 failureRecordMessageLength pic 9(002) value zeros.
    03 filler                   pic x(001) value space.
    03 failureRecordMessage     pic x(070) value spaces.

01 valueRecord.
    03 valueRecordType          pic x(001) value "V".
    03 filler                   pic x(001) value space.
    03 valueRecordSlot          pic 9(004) value zeros.
    03 filler                   pic x(001) value space.
    *> T text, X hexadecimal, N null (negative indicator), M masked.
    03 valueRecordForm          pic x(001) value spaces.
    03 filler                   pic x(001) value space.
    03 valueRecordLength        pic 9(005) value zeros.
    03 filler                   pic x(001) value space.
    03 valueRecordValue         pic x(1000) value spaces.

*>------------------------------------------------------------------------------
linkage section.
*>------------------------------------------------------------------------------
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

01 SQL-STAT-INFO.
    03 SQL-STAT-PROGRAM         pic x(060).
    03 SQL-STAT-NUMBER          pic 9(003).
    03 SQL-STAT-START           pic x(021).

01 SQL-FAIL-INFO.
    03 SQL-FAIL-STMT            pic 9(003).
    03 SQL-FAIL-FIRST-INPUT     pic 9(003).
    03 SQL-FAIL-LAST-INPUT      pic 9(003).
    03 SQL-FAIL-MASK            pic x(999).

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

*> An EXECUTE ... USING passes the program's SQLDA in the descriptor's
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
01 boundValue                   pic x(500).
01 boundIndicator               pic s9(4)  comp-5.

*>==================================================================================================
procedure division using SQLCA, SQL-STAT-INFO, SQL-FAIL-INFO, SQLV.
*>==================================================================================================
0-main.

    move function current-date to failureStamp

    display "PRESQL_JOURNAL" upon environment-name
    accept journalFileName from environment-value
    if journalFileName = spaces
        move "presql.journal" to journalFileName
    end-if

    perform 1-size-the-inputs

    open extend journalFile
    if journalFileStatus = "35"
        open output journalFile
    end-if
    if journalFileStatus not = "00"
        *> Journaling must never take the failing program down with it.
        goback
    end-if

    move failureStamp(1:8) to failureRecordDate
    move failureStamp(9:8) to failureRecordTime
    move SQL-FAIL-STMT to failureRecordStatement
    move SQLCODE to failureRecordSqlcode
    move SQLSTATE to failureRecordSqlstate
    move SQL-STAT-PROGRAM to failureRecordProgram
    if SQLERRML > 70 or SQLERRML < zeros
        move 70 to failureRecordMessageLength
    else
        move SQLERRML to failureRecordMessageLength
    end-if
    move SQLERRMC to failureRecordMessage
    if lastInputSlot >= SQL-FAIL-FIRST-INPUT
        compute failureRecordValues = lastInputSlot - SQL-FAIL-FIRST-INPUT + 1
    else
        move zeros to failureRecordValues
    end-if
    write journalLine from failureRecord

    perform varying slotIndex from SQL-FAIL-FIRST-INPUT by 1
              until slotIndex > lastInputSlot
        perform 2-write-one-value
    end-perform

    close journalFile

    goback.

*>------------------------------------------------------------------------------
*> The descriptor is the generated SQLV unless it carries the SQLDA
*> eye-catcher; the input range the translation stamped is held to the
*> slots the descriptor actually has.
*>------------------------------------------------------------------------------
1-size-the-inputs.

    move SQL-FAIL-LAST-INPUT to lastInputSlot
    if lastInputSlot = zeros
        exit paragraph
    end-if

    set address of descriptorIdentity to address of SQLV
    if descriptorIdentity = "SQLDA"
        set descriptorIsSqlda to true
        set address of SQLDA to address of SQLV
        move SQLD to slotCount
    else
        set descriptorIsSqlv to true
        move SQL-COUNT to slotCount
    end-if
    if lastInputSlot > slotCount
        move slotCount to lastInputSlot
    end-if.

*>------------------------------------------------------------------------------
*> One V record for the slot at slotIndex.
*>------------------------------------------------------------------------------
2-write-one-value.

    perform 21-locate-the-slot
    move slotIndex to valueRecordSlot
    move spaces to valueRecordValue
    move slotLength to valueRecordLength

    *> A slot the mask cannot describe is journalled masked: an unknown
    *> sensitivity is never written in clear.
    evaluate true
        when slotIndex > length of SQL-FAIL-MASK
            move "M" to valueRecordForm
        when SQL-FAIL-MASK(slotIndex:1) = "M"
            move "M" to valueRecordForm
        when other
            move spaces to valueRecordForm
    end-evaluate
    if valueRecordForm = "M"
        move all "*" to valueRecordValue(1:8)
        write journalLine from valueRecord
        exit paragraph
    end-if

    if slotIndicatorAddress not = null
        set address of boundIndicator to slotIndicatorAddress
        if boundIndicator < zeros
            move "N" to valueRecordForm
            move zeros to valueRecordLength
            write journalLine from valueRecord
            exit paragraph
        end-if
    end-if

    if slotAddress = null or slotLength = zeros
        move "T" to valueRecordForm
        move zeros to valueRecordLength
        write journalLine from valueRecord
        exit paragraph
    end-if

    set address of boundValue to slotAddress
    perform 22-check-printable
    if valueIsPrintable
        move "T" to valueRecordForm
        move boundValue(1:slotLength) to valueRecordValue
    else
        move "X" to valueRecordForm
        perform 23-encode-in-hex
    end-if
    write journalLine from valueRecord.

*>------------------------------------------------------------------------------
*> Where the slot's value lives and how many bytes of it count. A VARCHAR
*> journals its text without the 2-byte length ahead of it; a LOB's
*> 4-byte length stays, as it is journaled in hexadecimal anyway.
*>------------------------------------------------------------------------------
21-locate-the-slot.

    if descriptorIsSqlv
        set slotAddress to SQL-ADDR(slotIndex)
        set slotIndicatorAddress to SQL-IND-ADDR(slotIndex)
        move SQL-TYPE(slotIndex) to slotTypeCode
        evaluate SQL-TYPE(slotIndex)
            when "V"
                move SQL-LEN(slotIndex) to slotLength
                if slotAddress not = null
                    set slotAddress up by 2
                end-if
            when "L"
            when "O"
                compute slotLength = SQL-LEN(slotIndex) + 4
            when other
                move SQL-LEN(slotIndex) to slotLength
        end-evaluate
    else
        set slotAddress to SQLDATA(slotIndex)
        set slotIndicatorAddress to SQLIND(slotIndex)
        move space to slotTypeCode
        move SQLLEN(slotIndex) to slotLength
    end-if

    if slotLength < zeros
        move zeros to slotLength
    end-if
    if slotLength > valueCaptureMax
        move valueCaptureMax to slotLength
    end-if.

*>------------------------------------------------------------------------------
*> Character and zoned-decimal values journal as text when every byte
*> prints; packed, binary, floating, national and LOB values never do.
*>------------------------------------------------------------------------------
22-check-printable.

    set valueIsPrintable to false
    if slotTypeCode = "P" or slotTypeCode = "B" or slotTypeCode = "F" or
       slotTypeCode = "U" or slotTypeCode = "L" or slotTypeCode = "O"
        exit paragraph
    end-if

    perform varying byteIndex from 1 by 1 until byteIndex > slotLength
        if boundValue(byteIndex:1) < space or boundValue(byteIndex:1) > "~"
            exit paragraph
        end-if
    end-perform
    set valueIsPrintable to true.

*>------------------------------------------------------------------------------
*> Two hexadecimal digits per byte of the value.
*>------------------------------------------------------------------------------
23-encode-in-hex.

    perform varying byteIndex from 1 by 1 until byteIndex > slotLength
        compute byteValue = ord(boundValue(byteIndex:1)) - 1
        divide byteValue by 16 giving highNibble remainder lowNibble
        compute hexIndex = (byteIndex * 2) - 1
        move hexDigits(highNibble + 1:1) to valueRecordValue(hexIndex:1)
        move hexDigits(lowNibble + 1:1) to valueRecordValue(hexIndex + 1:1)
    end-perform.
