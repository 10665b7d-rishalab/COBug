000010* COBOLUnit is a COBOL Unit framework testing
000020*
000030* Logic name: CBU-stub-anchor
000040* source name: CBUC0003.cpy
000050*
000060* Where a stub finds the running context. A stub stands in for
000070* a subprogram, so it is CALLed with the program under test's
000080* arguments, never with CBU-ctx; the runner and CBU-set-stub
000090* leave the address of CBU-ctx here for CBU-stub-called.
000100*
000110*  Copyright (C) 2009 Herve Vaujour
000120*
000130*  This program is free software; you can redistribute it and/or
000140*  modify it under the terms of the GNU General Public License as
000150*  published by the Free Software Foundation; either version 2 of
000160*  the License, or (at your option) any later version.
000170*
000180    01 CBU-stub-anchor EXTERNAL.
000190       05 CBU-ctx-address         USAGE POINTER.
