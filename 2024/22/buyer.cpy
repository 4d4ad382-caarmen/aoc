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

      *> One buyer on the buyer master, keyed by buyer ID, kept in
      *> buyer-ID order. The market carries on from day to day, so
      *> the master holds where each buyer's secret number stands
      *> now rather than where it started: the current secret
      *> number, the last four price changes (each a signed digit,
      *> as GET-NEXT-SECRET-NUMBERS writes them; blank until the
      *> buyer has moved four times), the steps simulated so far
      *> and the date they were last advanced.
       01  BUYER-MASTER-RECORD.
           05  BM-BUYER-ID               PIC X(10).
           05  FILLER                    PIC X(1).
           05  BM-SECRET-NUMBER          PIC 9(16).
           05  FILLER                    PIC X(1).
           05  BM-LAST-CHANGES           PIC X(8).
           05  FILLER                    PIC X(1).
           05  BM-STEP-COUNT             PIC 9(12).
           05  FILLER                    PIC X(1).
           05  BM-LAST-SIMULATED         PIC 9(8).
