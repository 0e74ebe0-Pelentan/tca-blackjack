      *----------------------------------------------------------------*
      * EXCLLIST - regulatory exclusion list record, one per listed
      * person, as delivered by the state gaming regulator (logical
      * name "EXCLLIST").
      *
      * The regulator's periodic involuntary-exclusion and self-
      * exclusion list, loaded by EXCL-LOAD. The layout is the
      * regulator's, not ours: EXL-PERSON-ID is the regulator's
      * listing number, and the name, birth date and identity
      * document fields are carried for the compliance officer to
      * read on the report.
      *
      * EXL-ACCOUNT-ID is the player account number the listing
      * names - a self-excluded player gives their players' club
      * number on the enrollment form, and the regulator passes it
      * through. It is the only field that can be matched against
      * the account master (which carries no name or birth date);
      * a listing without one is reported for a by-hand check.
      *
      * EXL-LIST-TYPE:     "I" involuntary exclusion
      *                    "S" self-exclusion
      * EXL-LISTING-DATE:  the date the person was placed on the
      *                    list
      * EXL-EFFECTIVE-DATE: the date the exclusion takes effect -
      *                    any play on a matched account on or
      *                    after it is reportable
      *
      * Modification history:
      *   2026-10-15  REM  Initial layout.
      *----------------------------------------------------------------*
       01  EXL-RECORD.
           05  EXL-LIST-TYPE          PIC X(01).
               88 EXL-INVOLUNTARY         VALUE "I".
               88 EXL-SELF-EXCLUSION      VALUE "S".
           05  EXL-PERSON-ID          PIC X(12).
           05  EXL-LAST-NAME          PIC X(20).
           05  EXL-FIRST-NAME         PIC X(15).
           05  EXL-BIRTH-DATE         PIC X(08).
           05  EXL-ID-NUMBER          PIC X(15).
           05  EXL-LISTING-DATE       PIC X(08).
           05  EXL-EFFECTIVE-DATE     PIC X(08).
           05  EXL-ACCOUNT-ID         PIC X(10).
