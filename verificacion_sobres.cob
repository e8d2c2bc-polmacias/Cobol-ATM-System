      88 Sobre-Pendiente      VALUE 'P'.
      88 Sobre-Confirmado     VALUE 'C'.
   02 Sob-ImporteConfirmado PIC 9(4)V99.
   02 Sob-Terminal          PIC X(4).

FD ArchivoAuditoria.
01 RegistroAuditoria.
   02 Mov-Canal          PIC X(4).

FD ArchivoSobresTrabajo.
01 LineaSobreTrabajo   PIC X(46).

FD ArchivoRecibo.
01 LineaRecibo         PIC X(60).
      03 SB-Hora              PIC 9(6).
      03 SB-Referencia        PIC 9(7).
      03 SB-Moneda            PIC X(3).
      03 SB-Terminal          PIC X(4).
      03 SB-Pendiente         PIC X(1) VALUE 'S'.
         88 SB-Esta-Pendiente VALUE 'S'.
01 ContadorSobres    PIC 9(2) VALUE 0.
                MOVE Sob-Hora             TO SB-Hora(ContadorSobres)
                MOVE Sob-Referencia       TO SB-Referencia(ContadorSobres)
                MOVE Sob-Moneda           TO SB-Moneda(ContadorSobres)
                MOVE Sob-Terminal         TO SB-Terminal(ContadorSobres)
                MOVE 'S' TO SB-Pendiente(ContadorSobres)
            ELSE
                *> No cabe en la tabla: se aparta integro al fichero
                MOVE SB-Referencia(IndiceTabla) TO Mov-Referencia
                MOVE 'A' TO Mov-Origen
                MOVE SB-Moneda(IndiceTabla) TO Mov-Moneda
                *> El abono lleva el terminal donde se deposito el
                *> sobre; los sobres anteriores a que la cola guardase
                *> el terminal quedan como canal de oficina
                IF SB-Terminal(IndiceTabla) = SPACES
                    MOVE CodigoCanal TO Mov-Canal
                ELSE
                    MOVE SB-Terminal(IndiceTabla) TO Mov-Canal
                END-IF
                OPEN EXTEND ArchivoMovimientos
                WRITE RegistroMovimiento
                CLOSE ArchivoMovimientos
            MOVE SB-Hora(IndiceTabla)              TO Sob-Hora
            MOVE SB-Referencia(IndiceTabla)        TO Sob-Referencia
            MOVE SB-Moneda(IndiceTabla)            TO Sob-Moneda
            MOVE SB-Terminal(IndiceTabla)          TO Sob-Terminal
            MOVE 'P' TO Sob-Estado
            MOVE 0 TO Sob-ImporteConfirmado
            WRITE RegistroSobre
