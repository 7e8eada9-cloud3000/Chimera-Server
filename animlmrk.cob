*> Copyright 2017 The Advanced Terminal Processor Authors. All rights reserved.
*> Use of this source code is governed by a BSD-style
*> license that can be found in the LICENSE file.

*> cobc -c -free -fintrinsics=ALL animlmrk.cob
*>
*> NOTE: Markup check for ANM-DESCRIPTION text, CALLed with the
*> markuprc.cpy block by animal.cob (online add/update), animlod (full
*> and delta loads) and animlhtm (the nightly scan of the master), so
*> all three apply one set of rules.  An unclosed tag or a stray "<"
*> breaks the whole terminal page, and a script or event handler in a
*> description is worse, so the text must:
*>
*>   - carry no control characters (anything below a space, or DEL);
*>   - close every "<" with a ">" before the next "<";
*>   - use only the allowed tags: b i u em strong small sub sup span p
*>     br hr ul ol li h1 h2 h3 h4 a (br and hr stand alone, as does
*>     any tag written "<x/>");
*>   - carry no script tag, no "javascript:" anywhere in a tag, and no
*>     on...= event-handler attribute;
*>   - close tags in the reverse of the order they were opened, and
*>     leave none open at the end.
*>
*> The first failure found is returned; MRK-RESULT is "00" when the
*> text passes.  Comments and doctype-style "<!" tags are not allowed:
*> descriptions are fragments, and a comment is a place to hide
*> things.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. animlmrk.
AUTHOR.     Michael Anderson.
DATE-COMPILED.
environment division.
configuration section.
SOURCE-COMPUTER. GNU-Linux.
OBJECT-COMPUTER. GNU-Linux.
data division.
WORKING-STORAGE SECTION.
 1 text-len           Pic 9(9) Comp Value 0.
 1 scan-pos           Pic 9(9) Comp Value 0.
 1 close-pos          Pic 9(9) Comp Value 0.
 1 body-len           Pic 9(9) Comp Value 0.
 1 body-ptr           Pic 9(9) Comp Value 0.
 1 attr-pos           Pic 9(9) Comp Value 0.
 1 name-end           Pic 9(9) Comp Value 0.
 1 script-count       Pic 9(9) Comp Value 0.
 1 tag-body           Pic X(1024) value spaces.
 1 tag-name           Pic X(20) value spaces.
 1 tag-attrs          Pic X(1024) value spaces.
 1 tag-closing-sw     Pic X(01) value "N".
    88 tag-closing       Value "Y".
 1 tag-standalone-sw  Pic X(01) value "N".
    88 tag-standalone    Value "Y".
 1 tag-allowed-sw     Pic X(01) value "N".
    88 tag-allowed       Value "Y".
 1 scan-char          Pic X(01) value space.
 1 OPEN-TAG-STACK.
    05 open-depth        Pic 9(4) Comp Value 0.
    05 open-max          Pic 9(4) Comp Value 32.
    05 OPEN-TAG          Pic X(20) Occurs 32 Times.
LINKAGE SECTION.
    Copy "markuprc.cpy".
procedure division using MARKUP-CHECK-AREA.
   Move "00" to MRK-RESULT.
   Move Spaces to MRK-DETAIL.
   Move 0 to MRK-OFFSET.
   Move 0 to open-depth.
   If MRK-TEXT = Spaces
       Goback
   End-If.
   Move length(trim(MRK-TEXT trailing)) to text-len.

   Perform check-control-chars
       Varying scan-pos from 1 by 1
       until scan-pos > text-len or not MRK-CLEAN.

   Move 1 to scan-pos.
   Perform until scan-pos > text-len or not MRK-CLEAN
       If MRK-TEXT(scan-pos:1) = "<"
           Perform check-one-tag
       Else
           Add 1 to scan-pos
       End-If
   End-Perform.

   If MRK-CLEAN and open-depth > 0
       Move "MU" to MRK-RESULT
       Move OPEN-TAG(open-depth) to MRK-DETAIL
       Move text-len to MRK-OFFSET
   End-If.
   Goback.

check-control-chars.
    Move MRK-TEXT(scan-pos:1) to scan-char
    If scan-char < Space or scan-char = X"7F"
        Move "MC" to MRK-RESULT
        Move scan-pos to MRK-OFFSET
    End-If.

*> scan-pos is on a "<".  Find the ">" that ends the tag (a second
*> "<" first, or none at all, makes this one stray), judge the tag,
*> and step past it.
check-one-tag.
    Move 0 to close-pos
    Perform varying attr-pos from scan-pos by 1
            until attr-pos > text-len or close-pos > 0
        If MRK-TEXT(attr-pos:1) = ">"
            Move attr-pos to close-pos
        Else
            If MRK-TEXT(attr-pos:1) = "<" and attr-pos > scan-pos
                Move text-len to attr-pos
            End-If
        End-If
    End-Perform
    Compute body-len = close-pos - scan-pos - 1
    Evaluate True
        When close-pos = 0
            Move "ML" to MRK-RESULT
            Move scan-pos to MRK-OFFSET
        When body-len = 0
            Move "ML" to MRK-RESULT
            Move scan-pos to MRK-OFFSET
        When body-len > length(tag-body)
            Move "MT" to MRK-RESULT
            Move MRK-TEXT(scan-pos + 1:20) to MRK-DETAIL
            Move scan-pos to MRK-OFFSET
        When Other
            Move Spaces to tag-body
            Move lower-case(MRK-TEXT(scan-pos + 1:body-len))
                to tag-body
            Perform judge-tag-body
            Move close-pos to scan-pos
            Add 1 to scan-pos
    End-Evaluate.

*> Split the tag into its name and attributes and apply the rules.
judge-tag-body.
    Move "N" to tag-closing-sw
    Move "N" to tag-standalone-sw
    Move 1 to body-ptr
    If tag-body(1:1) = "/"
        Move "Y" to tag-closing-sw
        Move 2 to body-ptr
    End-If
    If tag-body(body-len:1) = "/"
        Move "Y" to tag-standalone-sw
    End-If
    Move Spaces to tag-name tag-attrs
    Unstring tag-body Delimited by " " or "/"
        into tag-name with pointer body-ptr
    End-Unstring
    If body-ptr <= body-len
        Move tag-body(body-ptr:body-len - body-ptr + 1) to tag-attrs
    End-If
    Perform check-tag-allowed
    Move 0 to script-count
    Inspect tag-body Tallying script-count for all "javascript:"
    Evaluate True
        When tag-name = Spaces
            Move "ML" to MRK-RESULT
            Move scan-pos to MRK-OFFSET
        When tag-name = "script"
            Move "MS" to MRK-RESULT
            Move tag-name to MRK-DETAIL
            Move scan-pos to MRK-OFFSET
        When not tag-allowed
            Move "MT" to MRK-RESULT
            Move tag-name to MRK-DETAIL
            Move scan-pos to MRK-OFFSET
        When script-count > 0
            Move "MS" to MRK-RESULT
            Move tag-name to MRK-DETAIL
            Move scan-pos to MRK-OFFSET
        When tag-closing
            Perform close-open-tag
        When Other
            Perform check-event-handlers
            If MRK-CLEAN and not tag-standalone
                and tag-name not = "br" and tag-name not = "hr"
                Perform push-open-tag
            End-If
    End-Evaluate.

check-tag-allowed.
    Evaluate tag-name
        When "b"      When "i"      When "u"      When "em"
        When "strong" When "small"  When "sub"    When "sup"
        When "span"   When "p"      When "br"     When "hr"
        When "ul"     When "ol"     When "li"     When "a"
        When "h1"     When "h2"     When "h3"     When "h4"
            Move "Y" to tag-allowed-sw
        When Other
            Move "N" to tag-allowed-sw
    End-Evaluate.

*> An attribute whose name starts "on" followed by a letter and then
*> "=" (spaces allowed around it) is an event handler.
check-event-handlers.
    Perform varying attr-pos from 1 by 1
            until attr-pos > length(tag-attrs) - 2 or not MRK-CLEAN
        If tag-attrs(attr-pos:2) = "on"
            and tag-attrs(attr-pos + 2:1) is alphabetic
            and tag-attrs(attr-pos + 2:1) not = Space
            If attr-pos = 1
                Perform check-handler-name
            Else
                If tag-attrs(attr-pos - 1:1) = Space
                    or tag-attrs(attr-pos - 1:1) = Quote
                    or tag-attrs(attr-pos - 1:1) = "'"
                    Perform check-handler-name
                End-If
            End-If
        End-If
    End-Perform.

check-handler-name.
    Move attr-pos to name-end
    Add 2 to name-end
    Perform until name-end > length(tag-attrs)
            or tag-attrs(name-end:1) not alphabetic
            or tag-attrs(name-end:1) = Space
        Add 1 to name-end
    End-Perform
    Perform until name-end > length(tag-attrs)
            or tag-attrs(name-end:1) not = Space
        Add 1 to name-end
    End-Perform
    If name-end <= length(tag-attrs)
        and tag-attrs(name-end:1) = "="
        Move "ME" to MRK-RESULT
        Move tag-name to MRK-DETAIL
        Move scan-pos to MRK-OFFSET
    End-If.

push-open-tag.
    If open-depth >= open-max
        Move "MU" to MRK-RESULT
        Move tag-name to MRK-DETAIL
        Move scan-pos to MRK-OFFSET
    Else
        Add 1 to open-depth
        Move tag-name to OPEN-TAG(open-depth)
    End-If.

close-open-tag.
    If open-depth = 0
        Move "MX" to MRK-RESULT
        Move tag-name to MRK-DETAIL
        Move scan-pos to MRK-OFFSET
    Else
        If OPEN-TAG(open-depth) not = tag-name
            Move "MX" to MRK-RESULT
            Move tag-name to MRK-DETAIL
            Move scan-pos to MRK-OFFSET
        Else
            Subtract 1 from open-depth
        End-If
    End-If.
