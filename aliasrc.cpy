*> aliasrc.cpy
*> Record layout for the ANIMAL-ALIAS file.  Maps a word users
*> actually type ("kitten", "puppy", "gato") to the ANM-NAME it means,
*> so lookup-animal can still serve the animal when the exact key read
*> misses.  Aliases are stored folded to lower case and matched that
*> way.  The language is optional: an alias carrying one ("gato" es)
*> serves that language's record; a blank-language alias serves the
*> session's language, with the usual default-language fallback.
*> Maintained online ("alias add/delete") and by the animlals deck.
 01 ANIMAL-ALIAS-RECORD.
    05 ALS-KEY.
       10 ALS-ALIAS          Pic X(20).
       10 ALS-LANGUAGE       Pic X(03).
    05 ALS-ANM-NAME          Pic X(20).
    05 ALS-LAST-UPDATED      Pic X(21).
    05 ALS-UPDATED-BY        Pic X(256).
