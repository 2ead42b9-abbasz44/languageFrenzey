      *>PRINT-LINE variant instead of being capped at six places
       77 num       PIC S9(11)V9(9).
       77 Y         PIC S9(11)V9(9).
      *>imaginary part of the answer - nonzero only for an even root
      *>of a negative value, where Y then carries the real part of
      *>the principal complex root; every real result hands back
      *>zero here, so a caller that ignores it sees no difference
       77 Y-IMAG    PIC S9(11)V9(9).
      *>which root to solve for - 2 for square root, 3 for cube
      *>root, and so on, so calculatorbaby isn't just X**2
       77 ROOT-DEGREE PIC 9(02).
