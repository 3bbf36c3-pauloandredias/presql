*>===============================================================================
identification division.
*>===============================================================================
program-id. presqlMessageText.
*>-------------------------------------------------------------------------------
*> GnuCOBOL SQL pre-compiler
*> Copyright (c) 2021 Paulo Andre Dias (pauloandredias@me.com)
*>
*> Shared message-text lookup for the numbered diagnostics (PSQLnnnnE/W):
*> every program's 90-write-log hands its message through here, and gets it
*> back in the operator's language when the message text file carries it.
*> The language is named by PRESQL_LANGUAGE (presql -L sets it for the run
*> and its workers); unset, or EN, the messages go out as coded.
*>
*> The message text file (PRESQL_MESSAGE_FILE, presql.messages otherwise)
*> holds one text per line, keyed by message id and language, with &1 to &9
*> marking the fill-in positions (program name, file-status, statement
*> number and the like):
*>
*>     PSQL0301E EN Program &1 not found
*>     PSQL0301E PT Programa &1 nao encontrado
*>
*> The EN line is the coded English text, and is how the fill-ins are read
*> back out of the message the program built; the same &n lands in the
*> translated text, in whatever order the language needs. Where one id is
*> coded with more than one text, its EN lines and the translated lines
*> pair off in the order they appear. The "(ERROR): PSQLnnnnE" prefix is
*> never touched, so the -z option file and the alert feed see the same
*> id and severity in every language. A message with no line in the file,
*> or that does not fit its EN text, goes out in English.
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
    function getWord
    function all intrinsic.

input-output section.
file-control.
    select textFile assign to textFileNameInUse
    organization is line sequential
    file status is textFileStatus.

*>===============================================================================
data division.
*>===============================================================================
file section.
fd textFile.
01 textLine                     pic x(400).

*>------------------------------------------------------------------------------
working-storage section.
*>------------------------------------------------------------------------------
01 loadControls.
    03 textFileNameInUse        pic x(255) value spaces.
    03 textFileStatus           pic x(002) value spaces.
        88 textEof              value "10" false "00".
    03 languageWanted           pic x(008) value spaces.
    03 languageLoaded           pic x(008) value spaces.
    03 loadedState              pic 9(001) value zeros.
        88 theTextsAreLoaded    value 1    false 0.
    03 lineLanguage             pic x(008) value spaces.
    03 lineTextStart            binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> The EN texts and the wanted language's, in file order. The variant is
*> the entry's ordinal among the lines of its id in its language.
*>------------------------------------------------------------------------------
01 entryControls.
    03 entryCount               binary-short unsigned value zeros.
    03 entryMax                 binary-short unsigned value 2000.
    03 entryIndex               binary-short unsigned value zeros.
    03 entryScanIndex           binary-short unsigned value zeros.
    03 entryTable               occurs 2000.
        05 entryId              pic x(009).
        05 entryLanguage        pic x(001).
            88 entryIsEnglish   value "E".
            88 entryIsWanted    value "W".
        05 entryVariant         binary-short unsigned.
        05 entryText            pic x(255).

01 scanControls.
    03 messageIdFound           pic x(009) value spaces.
    03 idScanPointer            binary-short unsigned value zeros.
    03 messageTextStart         binary-short unsigned value zeros.
    03 variantWanted            binary-short unsigned value zeros.
    03 translationIndex         binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> Reading the fill-ins back: the EN text is walked against the message,
*> literal characters matching one for one, each &n taking what lies up to
*> the next literal run.
*>------------------------------------------------------------------------------
01 matchControls.
    03 matchState               pic 9(001) value zeros.
        88 theTextMatches       value 1    false 0.
    03 actualText               pic x(255) value spaces.
    03 actualLength             binary-short unsigned value zeros.
    03 actualPointer            binary-short unsigned value zeros.
    03 templateLength           binary-short unsigned value zeros.
    03 templatePointer          binary-short unsigned value zeros.
    03 literalStart             binary-short unsigned value zeros.
    03 literalLength            binary-short unsigned value zeros.
    03 literalFoundAt           binary-short unsigned value zeros.
    03 literalScanPointer       binary-short unsigned value zeros.
    03 fillNumber               binary-short unsigned value zeros.
    03 fillValue                pic x(255) occurs 9.
    03 fillLength               binary-short unsigned occurs 9.

01 buildControls.
    03 translatedText           pic x(255) value spaces.
    03 translatedPointer        binary-short unsigned value zeros.

*>------------------------------------------------------------------------------
*> getWord's word-number parameter is binary; a bare numeric literal does
*> not arrive in that usage, so fixed word positions are passed through
*> these typed ordinals instead.
*>------------------------------------------------------------------------------
01 wordOrdinals.
    03 firstWord                binary-short unsigned value 1.
    03 secondWord               binary-short unsigned value 2.

*>------------------------------------------------------------------------------
linkage section.
*>------------------------------------------------------------------------------
01 messageText                  pic x(255).

*>==================================================================================================
procedure division using messageText.
*>==================================================================================================
0-main.

    *> Read on every call: presql -L may set it after a message has gone.
    move spaces to languageWanted
    display "PRESQL_LANGUAGE" upon environment-name
    accept languageWanted from environment-value
    move upper-case(languageWanted) to languageWanted
    if languageWanted = spaces or languageWanted = "EN"
        goback
    end-if

    if not theTextsAreLoaded or languageWanted not = languageLoaded
        perform 1-load-the-texts
    end-if
    if entryCount = zeros
        goback
    end-if

    perform 2-find-the-message-id
    if messageIdFound = spaces
        goback
    end-if

    *> The first EN text of the id the message fits is the one it was
    *> built from.
    perform varying entryIndex from 1 by 1 until entryIndex > entryCount
        if entryId(entryIndex) = messageIdFound and entryIsEnglish(entryIndex)
            perform 3-match-the-english-text
            if theTextMatches
                move entryVariant(entryIndex) to variantWanted
                exit perform
            end-if
        end-if
    end-perform
    if not theTextMatches
        goback
    end-if

    move zeros to translationIndex
    perform varying entryScanIndex from 1 by 1 until entryScanIndex > entryCount
        if entryId(entryScanIndex) = messageIdFound and entryIsWanted(entryScanIndex)
           and entryVariant(entryScanIndex) = variantWanted
            move entryScanIndex to translationIndex
            exit perform
        end-if
    end-perform
    if translationIndex = zeros
        goback
    end-if

    perform 4-build-the-translation
    goback.

*>------------------------------------------------------------------------------
*> Loads the EN lines and the wanted language's lines; the rest of the file
*> is skipped. A file that cannot be opened leaves the table empty, so
*> every message goes out as coded.
*>------------------------------------------------------------------------------
1-load-the-texts.

    set theTextsAreLoaded to true
    move languageWanted to languageLoaded
    move zeros to entryCount

    move spaces to textFileNameInUse
    display "PRESQL_MESSAGE_FILE" upon environment-name
    accept textFileNameInUse from environment-value
    if textFileNameInUse = spaces
        move "presql.messages" to textFileNameInUse
    end-if

    open input textFile
    if textFileStatus not = "00"
        exit paragraph
    end-if

    read textFile next record at end set textEof to true end-read
    perform until textEof
        if textLine not = spaces and textLine(1:1) not = "*"
            perform 11-take-one-line
        end-if
        read textFile next record at end set textEof to true end-read
    end-perform
    close textFile
    set textEof to false.

*>------------------------------------------------------------------------------
*> One "PSQLnnnnX LANG text" line. Its text starts after the single space
*> that follows the language.
*>------------------------------------------------------------------------------
11-take-one-line.

    move upper-case(getWord(textLine, secondWord)) to lineLanguage
    if lineLanguage not = "EN" and lineLanguage not = languageWanted
        exit paragraph
    end-if
    if entryCount >= entryMax
        exit paragraph
    end-if

    add 1 to entryCount
    move getWord(textLine, firstWord) to entryId(entryCount)
    if lineLanguage = "EN"
        set entryIsEnglish(entryCount) to true
    else
        set entryIsWanted(entryCount) to true
    end-if

    *> Past the id, the language and the one space after it.
    move 1 to lineTextStart
    perform until lineTextStart > 400 or textLine(lineTextStart:1) not = space
        add 1 to lineTextStart
    end-perform
    perform until lineTextStart > 400 or textLine(lineTextStart:1) = space
        add 1 to lineTextStart
    end-perform
    perform until lineTextStart > 400 or textLine(lineTextStart:1) not = space
        add 1 to lineTextStart
    end-perform
    perform until lineTextStart > 400 or textLine(lineTextStart:1) = space
        add 1 to lineTextStart
    end-perform
    add 1 to lineTextStart
    if lineTextStart > 400
        move spaces to entryText(entryCount)
    else
        move textLine(lineTextStart:) to entryText(entryCount)
    end-if

    move 1 to entryVariant(entryCount)
    perform varying entryScanIndex from 1 by 1 until entryScanIndex >= entryCount
        if entryId(entryScanIndex) = entryId(entryCount) and
           entryLanguage(entryScanIndex) = entryLanguage(entryCount)
            add 1 to entryVariant(entryCount)
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> Picks the PSQLnnnnX identifier out of the message text; the text proper
*> starts after the id and its space.
*>------------------------------------------------------------------------------
2-find-the-message-id.

    move spaces to messageIdFound
    perform varying idScanPointer from 1 by 1
              until idScanPointer > stored-char-length(messageText) - 9
        if messageText(idScanPointer:4) = "PSQL" and
           messageText(idScanPointer + 4:4) is numeric
            move messageText(idScanPointer:9) to messageIdFound
            compute messageTextStart = idScanPointer + 10
            exit perform
        end-if
    end-perform.

*>------------------------------------------------------------------------------
*> Walks entryText(entryIndex) against the message text, collecting the
*> fill-ins. The message fits when both run out together.
*>------------------------------------------------------------------------------
3-match-the-english-text.

    set theTextMatches to false
    move spaces to actualText
    move messageText(messageTextStart:) to actualText
    move stored-char-length(actualText) to actualLength
    move stored-char-length(entryText(entryIndex)) to templateLength
    perform varying fillNumber from 1 by 1 until fillNumber > 9
        move spaces to fillValue(fillNumber)
        move zeros to fillLength(fillNumber)
    end-perform

    move 1 to actualPointer
    move 1 to templatePointer
    perform until templatePointer > templateLength
        if entryText(entryIndex)(templatePointer:1) = "&" and
           templatePointer < templateLength and
           entryText(entryIndex)(templatePointer + 1:1) >= "1" and
           entryText(entryIndex)(templatePointer + 1:1) <= "9"
            move entryText(entryIndex)(templatePointer + 1:1) to fillNumber
            add 2 to templatePointer
            perform 31-take-one-fill-in
            if literalFoundAt = zeros
                exit paragraph
            end-if
        else
            *> Past the message's last character it is space-filled, so a
            *> text ending in an empty fill-in still fits.
            if actualPointer > 255 or
               entryText(entryIndex)(templatePointer:1) not = actualText(actualPointer:1)
                exit paragraph
            end-if
            add 1 to templatePointer
            add 1 to actualPointer
        end-if
    end-perform

    if actualPointer > actualLength
        set theTextMatches to true
    end-if.

*>------------------------------------------------------------------------------
*> The fill-in runs up to the first place the literal run after it turns
*> up in the message, or to the end of the message when nothing follows.
*>------------------------------------------------------------------------------
31-take-one-fill-in.

    move templatePointer to literalStart
    move zeros to literalLength
    perform until templatePointer > templateLength
        if entryText(entryIndex)(templatePointer:1) = "&" and
           templatePointer < templateLength and
           entryText(entryIndex)(templatePointer + 1:1) >= "1" and
           entryText(entryIndex)(templatePointer + 1:1) <= "9"
            exit perform
        end-if
        add 1 to literalLength
        add 1 to templatePointer
    end-perform
    *> The walk goes on from the literal run itself.
    move literalStart to templatePointer

    move zeros to literalFoundAt
    if literalLength = zeros
        move actualLength to literalFoundAt
        add 1 to literalFoundAt
        if literalFoundAt < actualPointer
            move actualPointer to literalFoundAt
        end-if
    else
        perform varying literalScanPointer from actualPointer by 1
                  until literalScanPointer + literalLength - 1 > actualLength
            if actualText(literalScanPointer:literalLength) =
               entryText(entryIndex)(literalStart:literalLength)
                move literalScanPointer to literalFoundAt
                exit perform
            end-if
        end-perform
        if literalFoundAt = zeros
            exit paragraph
        end-if
    end-if

    compute fillLength(fillNumber) = literalFoundAt - actualPointer
    if fillLength(fillNumber) > zeros
        move actualText(actualPointer:fillLength(fillNumber)) to fillValue(fillNumber)
    end-if
    move literalFoundAt to actualPointer.

*>------------------------------------------------------------------------------
*> The translated text with the fill-ins put back, after the untouched
*> "(ERROR): PSQLnnnnE " prefix.
*>------------------------------------------------------------------------------
4-build-the-translation.

    move spaces to translatedText
    move messageText(1:messageTextStart - 1) to translatedText
    move messageTextStart to translatedPointer
    move stored-char-length(entryText(translationIndex)) to templateLength

    move 1 to templatePointer
    perform until templatePointer > templateLength or translatedPointer > 255
        if entryText(translationIndex)(templatePointer:1) = "&" and
           templatePointer < templateLength and
           entryText(translationIndex)(templatePointer + 1:1) >= "1" and
           entryText(translationIndex)(templatePointer + 1:1) <= "9"
            move entryText(translationIndex)(templatePointer + 1:1) to fillNumber
            if fillLength(fillNumber) > zeros
                string fillValue(fillNumber)(1:fillLength(fillNumber))
                       delimited by size into translatedText
                       with pointer translatedPointer
            end-if
            add 2 to templatePointer
        else
            move entryText(translationIndex)(templatePointer:1) to translatedText(translatedPointer:1)
            add 1 to translatedPointer
            add 1 to templatePointer
        end-if
    end-perform

    move translatedText to messageText.
