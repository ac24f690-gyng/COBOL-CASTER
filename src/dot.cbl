*>      headroom as VNORM's own "avoid overflow" intermediates) before
*>      being narrowed back into ret, so a big scene's far-apart
*>      vectors don't silently truncate partway through the sum.
*>      A sum too wide even for ret is still narrowed the way it
*>      always was, but no longer silently: RETURN-CODE comes back 1,
*>      which the intersect subprograms count as a numeric exception.
PROCEDURE DIVISION USING v1x, v1y, v1z, v2x, v2y, v2z, ret.
        MULTIPLY v1x BY v2x GIVING tmpret.
        MULTIPLY v1y BY v2y GIVING tmp1.
        MULTIPLY v1z BY v2z GIVING tmp2.
        ADD tmp1, tmp2 TO tmpret.
        COMPUTE ret = tmpret
           ON SIZE ERROR
              MOVE tmpret TO ret
              MOVE 1 TO RETURN-CODE
        END-COMPUTE.
EXIT PROGRAM.
