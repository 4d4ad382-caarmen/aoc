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

      *> One key issuance on the key holder register, kept in
      *> holder order. Every ISSUE adds an entry; RETURN and LOST
      *> close it with the date the key came back (or was reported
      *> lost) and the new status, so the register is the full
      *> history of who has held what. Status is ISSUED, RETURNED
      *> or LOST; the returned date is zero while the key is out.
       01  KEY-ISSUE-RECORD.
           05  KI-KEY-PROFILE            PIC X(5).
           05  FILLER                    PIC X(1).
           05  KI-HOLDER-ID              PIC X(10).
           05  FILLER                    PIC X(1).
           05  KI-ISSUED-DATE            PIC 9(8).
           05  FILLER                    PIC X(1).
           05  KI-RETURNED-DATE          PIC 9(8).
           05  FILLER                    PIC X(1).
           05  KI-STATUS                 PIC X(8).
