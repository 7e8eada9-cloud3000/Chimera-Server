*> userprc.cpy
*> Record layout for the USER-PROFILE file.  Keyed by the same session
*> / user identifier that arrives ahead of the hex payload on every
*> terminal input line (and that chgundo takes on its command line),
*> so "who may change ANIMAL-MASTER" is answered from this file rather
*> than by who happens to be able to reach animal.cob.  The role
*> decides which maintenance a user may run at all:
*>   browse-only        no maintenance;
*>   content editor     add and update, alias add and delete;
*>   content admin      all of the above plus delete and chgundo undo.
*> The language list names the ANM-LANGUAGE codes the user may
*> maintain; "*" in any slot means every language.  A session with no
*> profile is treated as browse-only.  Maintained by animlprf.
 01 USER-PROFILE-RECORD.
    05 UPR-USER-ID            Pic X(256).
    05 UPR-ROLE               Pic X(01).
       88 UPR-BROWSE-ONLY     Value "B".
       88 UPR-CONTENT-EDITOR  Value "E".
       88 UPR-CONTENT-ADMIN   Value "A".
       88 UPR-ROLE-VALID      Value "B" "E" "A".
    05 UPR-LANGUAGE-LIST.
       10 UPR-LANGUAGE        Pic X(03) Occurs 10 Times
                                  Indexed by upr-idx.
    05 UPR-LAST-UPDATED       Pic X(21).
