       IDENTIFICATION DIVISION.
       program-id. RegistrarMovimientoCliente.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Asiento compartido de la cuenta corriente de clientes: todo
      *> programa que mueve plata de un cliente (facturas, notas de
      *> debito y de credito, pagos, bajas por incobrable, depositos
      *> en garantia y senias) deja aca el movimiento con su
      *> comprobante de origen. PasarCuentaCorriente los levanta en
      *> la corrida de la noche, resuelve el numero de cliente y los
      *> pasa al mayor de cuenta corriente (ctacte.dat).
      *>
      *> Quien llama pasa lo que tenga del cliente: el numero, el
      *> documento o la clave del alquiler (patente + fecha); con
      *> cualquiera de los tres alcanza. Tipos de movimiento:
      *>   FA factura, ND nota de debito, NC nota de credito,
      *>   PA pago, IN baja por incobrable,
      *>   RE reintegro por transferencia   (cuenta del cliente)
      *>   DP deposito en garantia, SE senia   (fondos en custodia)
      *> Signo D = debe (el cliente debe mas / sale de custodia),
      *> C = haber (paga o se le acredita / entra a custodia).

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select pendientes
           assign to disk "..\..\..\Files\CTACTE-PENDIENTES.dat"
           organization is line sequential
           file status is fs-pendientes.

       DATA DIVISION.
       file section.

       fd pendientes
           label record is standard.
       01  reg-pendientes.
           03  mpe-fecha           pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  mpe-hora            pic 9(6).
           03  filler              pic x.
           03  mpe-cli-numero      pic x(8).
           03  filler              pic x.
           03  mpe-nro-doc         pic x(20).
           03  filler              pic x.
           03  mpe-alq-clave       pic x(14).
           03  filler              pic x.
           03  mpe-tipo            pic x(2).
           03  filler              pic x.
           03  mpe-signo           pic x.
           03  filler              pic x.
           03  mpe-importe         pic 9(7)v99.
           03  filler              pic x.
           03  mpe-comprobante     pic x(20).
           03  filler              pic x.
           03  mpe-origen          pic x(12).

       working-storage section.
       01 fs-pendientes        pic xx.
           88 ok-mpe                   value "00".

       linkage section.
       01  in-cli-numero           pic x(8).   *> parametro
       01  in-nro-doc              pic x(20).  *> parametro
       01  in-alq-clave            pic x(14).  *> parametro
       01  in-tipo                 pic x(2).   *> parametro
       01  in-signo                pic x.      *> parametro
       01  in-importe              pic 9(7)v99. *> parametro
       01  in-comprobante          pic x(20).  *> parametro
       01  in-origen               pic x(12).  *> parametro

       PROCEDURE DIVISION using in-cli-numero, in-nro-doc,
           in-alq-clave, in-tipo, in-signo, in-importe,
           in-comprobante, in-origen.

           if in-importe > zeroes
               perform encolar-movimiento
           end-if.

           goback. *> retorna control al que llama

       encolar-movimiento.
           open extend pendientes.
           if not ok-mpe
               *> primera vez: la cola de movimientos no existe
               open output pendientes
           end-if.
           if not ok-mpe
               display "Error al abrir cola de cuenta corriente fs: "
                 fs-pendientes
           else
               move spaces to reg-pendientes
               move function current-date(1:8) to mpe-fecha
               move function current-date(9:6) to mpe-hora
               move in-cli-numero to mpe-cli-numero
               move in-nro-doc to mpe-nro-doc
               move in-alq-clave to mpe-alq-clave
               move in-tipo to mpe-tipo
               move in-signo to mpe-signo
               move in-importe to mpe-importe
               move in-comprobante to mpe-comprobante
               move in-origen to mpe-origen
               write reg-pendientes
               if not ok-mpe
                   display "Error al encolar movimiento de cuenta "
                     "corriente fs: " fs-pendientes
               end-if
               close pendientes
           end-if.
