*>same reason - folding it into the Y COMPUTE below lost precision
77 X-TO-THE-POWER PIC S9(11)V9(9).

*>the value the Newton loop actually works on - num itself, or its
*>magnitude when num is negative; the loop only converges on a
*>positive radicand, the sign is put back afterward
77 RADICAND       PIC S9(11)V9(9).
77 WS-NEG-NUM-SW  PIC X(01) VALUE 'N'.
   88 WS-NEG-NUM             VALUE 'Y'.
*>ROOT-DEGREE halved - only the remainder matters, odd or even
77 DEGREE-HALF    PIC 9(02).
77 DEGREE-ODD     PIC 9(01).
*>principal complex root of a negative value for an even degree:
*>magnitude r = the real root of |num|, angle pi/ROOT-DEGREE, so
*>the answer is r*cos(angle) + i*r*sin(angle).  cos and sin come
*>from their power series - the angle is never past pi/4 once the
*>square root is handled on its own, so ten terms is far more than
*>nine places need
77 ROOT-ANGLE     PIC S9(3)V9(15).
77 ANGLE-SQUARED  PIC S9(3)V9(15).
77 COS-TERM       PIC S9(3)V9(15).
77 SIN-TERM       PIC S9(3)V9(15).
77 COS-ANGLE      PIC S9(3)V9(15).
77 SIN-ANGLE      PIC S9(3)V9(15).
77 SERIES-K       PIC 9(02) COMP.
77 ROOT-MAGNITUDE PIC S9(11)V9(9).

*>link x and num - shared with every caller via CALCLINK.CPY
LINKAGE SECTION.
COPY "calclink.cpy".

*> links external function too code
PROCEDURE DIVISION USING num, Y, ROOT-DEGREE, CALC-TOLERANCE,
    CALC-MAX-ITER, CALC-ITER-COUNT, CALC-CONVERGED-SW, Y-IMAG.

*>accuracy checks accuracy that doesn't Reach error
*>num must be nonzero or X/num divides by zero below -
*>SQRTBABY got this same guard once it started reading unattended
*>batch input, and calculatorbaby needs it for the same reason now
*>that SQRTBABYEX can be fed a transaction file too
    IF CALC-MAX-ITER = 0
       MOVE 1000 TO CALC-MAX-ITER
    END-IF.
*>a negative num is solved on its magnitude and the sign handled
*>afterward - the signed real root for an odd degree, the complex
*>root for an even one.  Whether a negative value is wanted at all
*>is the caller's decision (the client's CLNT-NEG-ROOTS option);
*>by the time it arrives here it is to be computed
    MOVE 0 TO Y-IMAG.
    MOVE 'N' TO WS-NEG-NUM-SW.
    IF num < 0
       SET WS-NEG-NUM TO TRUE
       COMPUTE RADICAND = 0 - num
    ELSE
       MOVE num TO RADICAND
    END-IF.
    IF RADICAND > 0
       COMPUTE X = RADICAND / ROOT-DEGREE
       MOVE CALC-TOLERANCE TO DIFF
       MOVE 'N' TO WS-CONVERGED-SW
       PERFORM calc
*>guess the loop was still working on when it ran out - the two
*>used to print identically on the report
       MOVE WS-CONVERGED-SW TO CALC-CONVERGED-SW
       IF WS-NEG-NUM
          PERFORM SIGN-NEGATIVE-ROOT
       END-IF
    ELSE
       MOVE 0 TO Y
       MOVE 0 TO CALC-ITER-COUNT
    COMPUTE DEGREE-LESS-1 = ROOT-DEGREE - 1.
    COMPUTE X-TO-THE-POWER = X ** DEGREE-LESS-1.
    COMPUTE Y = (DEGREE-LESS-1 * X
               + RADICAND / X-TO-THE-POWER) / ROOT-DEGREE.
    COMPUTE TEMP = Y - X.
       IF TEMP / (Y+X) > DIFF
          MOVE Y TO X
          SET WS-CONVERGED TO TRUE
          END-IF.

*>Y holds the real root of |num|.  An odd degree just takes the
*>sign back: the cube root of -27 is -3.  An even degree has no
*>real root, so Y becomes the real part and Y-IMAG the imaginary
*>part of the principal complex root - for the square root that is
*>purely imaginary, the square root of -4 is 0 + 2i
SIGN-NEGATIVE-ROOT.
    DIVIDE ROOT-DEGREE BY 2 GIVING DEGREE-HALF
        REMAINDER DEGREE-ODD.
    IF DEGREE-ODD = 1
       COMPUTE Y = 0 - Y
    ELSE
       IF ROOT-DEGREE = 2
          MOVE Y TO Y-IMAG
          MOVE 0 TO Y
       ELSE
          MOVE Y TO ROOT-MAGNITUDE
          COMPUTE ROOT-ANGLE = 3.141592653589793 / ROOT-DEGREE
          COMPUTE ANGLE-SQUARED = ROOT-ANGLE * ROOT-ANGLE
          MOVE 1 TO COS-TERM
          MOVE 1 TO COS-ANGLE
          MOVE ROOT-ANGLE TO SIN-TERM
          MOVE ROOT-ANGLE TO SIN-ANGLE
          PERFORM ADD-SERIES-TERM
              VARYING SERIES-K FROM 1 BY 1
              UNTIL SERIES-K > 10
          COMPUTE Y ROUNDED = ROOT-MAGNITUDE * COS-ANGLE
          COMPUTE Y-IMAG ROUNDED = ROOT-MAGNITUDE * SIN-ANGLE
       END-IF
    END-IF.

*>next term of each series from the one before it - cos steps by
*>-a*a/((2k-1)(2k)), sin by -a*a/((2k)(2k+1))
ADD-SERIES-TERM.
    COMPUTE COS-TERM = 0 - COS-TERM * ANGLE-SQUARED
        / ((2 * SERIES-K - 1) * (2 * SERIES-K)).
    COMPUTE SIN-TERM = 0 - SIN-TERM * ANGLE-SQUARED
        / ((2 * SERIES-K) * (2 * SERIES-K + 1)).
    ADD COS-TERM TO COS-ANGLE.
    ADD SIN-TERM TO SIN-ANGLE.
