      *> =================================================================
      *> Copyright 2025 - Present, Carmen Alvarez
      *>
      *> This file is part of Advent of code - @caarmen.
      *>
      *> Advent of code - @caarmen is free software: you can redistribute
      *> it and/or modify it under the terms of the GNU General Public
      *> License as published by the Free Software Foundation, either
      *> version 3 of the License, or (at your option) any later version.
      *>
      *> Advent of code - @caarmen is distributed in the hope that it will
      *> be useful, but WITHOUT ANY WARRANTY; without even the implied
      *> warranty of MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
      *> See the GNU General Public License for more details.
      *>
      *> You should have received a copy of the GNU General Public License
      *> along with Advent of code - @caarmen. If not, see
      *> <https://www.gnu.org/licenses/>.
      *> =================================================================

      *> The closest values an unsolvable line can reach below and
      *> above its target with the configured operator set, and the
      *> operator placements (same layout as the solutions export's)
      *> that reach each one. A side with no achievable value (every
      *> combination lands on the other side, or overflows) has its
      *> FOUND flag left at 0.
       01  NEAR-MISS-GRP.
           05  NEAR-BELOW-FOUND                PIC 9(1).
           05  NEAR-BELOW-VALUE                PIC 9(18) COMP-3.
           05  NEAR-BELOW-OPS.
               10  NEAR-BELOW-OP-COUNT         PIC 9(2) USAGE COMP.
               10  NEAR-BELOW-OP-CODE          PIC 9(1) OCCURS 29 TIMES.
           05  NEAR-ABOVE-FOUND                PIC 9(1).
           05  NEAR-ABOVE-VALUE                PIC 9(18) COMP-3.
           05  NEAR-ABOVE-OPS.
               10  NEAR-ABOVE-OP-COUNT         PIC 9(2) USAGE COMP.
               10  NEAR-ABOVE-OP-CODE          PIC 9(1) OCCURS 29 TIMES.
