*> Copyright 2017 The Advanced Terminal Processor Authors. All rights reserved.
*> Use of this source code is governed by a BSD-style
*> license that can be found in the LICENSE file.

*> cobc -x -free -fintrinsics=ALL animlhtm.cob animlmrk.cob
*>
*> NOTE: Nightly markup scan of ANIMAL-MASTER.  Online add/update and
*> both animlod modes now refuse description text that fails the
*> animlmrk rules, but records already on the master went in before
*> the check existed (and chgundo restores old before-images as they
*> were).  This job walks the whole master in key order, runs every
*> description through animlmrk, and lists each failing record with
*> the rule broken, where, and the offending tag, so the content team
*> fixes them before a user's page breaks on one.  Retired records are
*> listed too -- a retired record can be reinstated.
*>
*> Report layout (HTMLRPT): one line per failing record -- key,
*> language, status, reason code (the animlod reject codes), offset,
*> tag -- then the read and exception totals.
*>
*> Returns 0 when every description passes, 4 when any fails (a
*> warning: the stream carries on); file errors return 16.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. animlhtm.
AUTHOR.     Michael Anderson.
DATE-COMPILED.
environment division.
configuration section.
SOURCE-COMPUTER. GNU-Linux.
OBJECT-COMPUTER. GNU-Linux.
input-output section.
file-control.
    Select ANIMAL-MASTER Assign to "ANIMALMS"
        Organization is Indexed
        Access Mode is Dynamic
        Record Key is ANM-KEY
        Alternate Record Key is ANM-CATEGORY with Duplicates
        File Status is animal-master-status.
    Select MARKUP-REPORT Assign to "HTMLRPT"
        Organization is Line Sequential
        File Status is markup-report-status.
data division.
file section.
FD  ANIMAL-MASTER.
    Copy "animalrc.cpy".
FD  MARKUP-REPORT.
 1 REPORT-LINE       Pic X(132).
WORKING-STORAGE SECTION.
 1 animal-master-status  Pic X(02) value "00".
 1 markup-report-status  Pic X(02) value "00".
 1 master-eof-sw      Pic X(01) value "N".
    88 animal-master-eof Value "Y".
 1 read-count         Pic 9(7) Value 0.
 1 exception-count    Pic 9(7) Value 0.
 1 report-text        Pic X(132) value spaces.
    Copy "markuprc.cpy".
procedure division.
   Open Input ANIMAL-MASTER.
   If animal-master-status <> "00"
       Display "animlhtm: unable to open ANIMAL-MASTER, status "
           animal-master-status upon SYSERR
       Stop Run Returning 16
   End-If.
   Open Output MARKUP-REPORT.
   If markup-report-status <> "00"
       Display "animlhtm: unable to open MARKUP-REPORT, status "
           markup-report-status upon SYSERR
       Stop Run Returning 16
   End-If.

   Move "Animal Master - Description Markup Exceptions" to report-text.
   Write REPORT-LINE from report-text.
   Move "Key                  Lang St Rule Offset Tag" to report-text.
   Write REPORT-LINE from report-text.

   Move "N" to master-eof-sw.
   Start ANIMAL-MASTER First
       Invalid Key
           Move "Y" to master-eof-sw
   End-Start.
   Perform until animal-master-eof
      Perform read-next-master
      If not animal-master-eof
          Add 1 to read-count
          Perform scan-one-record
      End-If
   End-Perform.

   Move Spaces to report-text.
   Write REPORT-LINE from report-text.
   Move Spaces to report-text.
   String "READ " read-count "  EXCEPTIONS " exception-count
       Delimited by size into report-text.
   Write REPORT-LINE from report-text.

   Close ANIMAL-MASTER.
   Close MARKUP-REPORT.
   Display "animlhtm: read " read-count ", markup exceptions "
       exception-count.
   If exception-count > 0
       Stop Run Returning 4
   End-If.
   Stop Run Returning 0.

read-next-master.
    Read ANIMAL-MASTER Next Record
        At End
            Move "Y" to master-eof-sw
    End-Read.

scan-one-record.
    Move ANM-DESCRIPTION to MRK-TEXT
    Call "animlmrk" Using MARKUP-CHECK-AREA
    If not MRK-CLEAN
        Add 1 to exception-count
        Move Spaces to report-text
        String ANM-NAME " " ANM-LANGUAGE "  " ANM-STATUS "  "
            MRK-RESULT "   " MRK-OFFSET "   " trim(MRK-DETAIL)
            Delimited by size into report-text
        Write REPORT-LINE from report-text
    End-If.
