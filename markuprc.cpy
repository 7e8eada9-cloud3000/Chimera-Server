*> markuprc.cpy
*> Parameter block for the animlmrk markup check.  ANM-DESCRIPTION is
*> raw HTML that the terminal sends straight to the browser, so every
*> path that writes a description -- online add/update, both animlod
*> modes -- and the nightly animlhtm scan pass the text here and act
*> on the result code.  The rules: no control characters; every "<"
*> opens a complete tag; only the tags on animlmrk's allowed list; no
*> script tag, "javascript:" or on...= event-handler attribute; every
*> opened tag closed, in order.  On a failure the detail names the
*> offending tag (without its angle brackets) and the offset is the
*> 1-based position of the problem in the text.
 01 MARKUP-CHECK-AREA.
    05 MRK-TEXT               Pic X(4096).
    05 MRK-RESULT             Pic X(02).
       88 MRK-CLEAN           Value "00".
       88 MRK-CONTROL-CHAR    Value "MC".
       88 MRK-STRAY-LT        Value "ML".
       88 MRK-TAG-NOT-ALLOWED Value "MT".
       88 MRK-SCRIPT          Value "MS".
       88 MRK-EVENT-HANDLER   Value "ME".
       88 MRK-MISMATCHED      Value "MX".
       88 MRK-UNCLOSED        Value "MU".
    05 MRK-DETAIL             Pic X(20).
    05 MRK-OFFSET             Pic 9(04).
