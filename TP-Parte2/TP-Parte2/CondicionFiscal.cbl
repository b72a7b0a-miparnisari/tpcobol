       IDENTIFICATION DIVISION.
       program-id. CondicionFiscal.
       author. "Maria Ines Parnisari - Ignacio Mazzara".
       date-written. "1er cuatrimestre 2014".

      *> Condicion frente al IVA de un cliente (maestro
      *> condicion-fiscal.dat, mantenido por MantenimientoFiscal)
      *> y lo que de ella se deriva para facturar: la letra del
      *> comprobante (A al responsable inscripto, B a todos los
      *> demas) y la alicuota de IVA de la tabla alicuotas-iva.dat,
      *> que va por condicion fiscal. La categoria de marketing de
      *> SegmentacionClientes no tiene nada que ver con esto y ya
      *> no se usa para el impuesto.
      *> Un cliente que no esta en el maestro es consumidor final.
      *> Sin alicuota cargada para la condicion: el exento no paga
      *> IVA y el resto cae al parametro IVA-GENERAL.

       ENVIRONMENT DIVISION.
       configuration section.
       input-output section.
       file-control.

       select condicion-fiscal
           assign to disk "..\..\..\Entrada\condicion-fiscal.dat"
           organization is indexed
           access mode is random
           record key is cfi-cli-numero
           file status is fs-condicion-fiscal.

       select alicuotas
           assign to disk "..\..\..\Entrada\alicuotas-iva.dat"
           organization is indexed
           access mode is random
           record key is ali-condicion
           file status is fs-alicuotas.

       DATA DIVISION.
       file section.

       fd condicion-fiscal
           label record is standard.
       01  rec-condicion-fiscal.
           03  cfi-cli-numero      pic x(8).
           03  cfi-condicion       pic x.
               88  cfi-resp-inscripto  value "I".
               88  cfi-monotributo     value "M".
               88  cfi-cons-final      value "F".
               88  cfi-exento          value "E".
           03  cfi-cuit            pic 9(11).
           03  cfi-razon-social    pic x(30).
           03  cfi-fecha-alta      pic 9(8).  *> AAAAMMDD

       fd alicuotas
           label record is standard.
       01  rec-alicuotas.
           03  ali-condicion       pic x.
           03  ali-pct             pic 9(2)v99.

       working-storage section.
       01 fs-condicion-fiscal  pic xx.
           88 ok-cfi                   value "00".
       01 fs-alicuotas         pic xx.
           88 ok-ali                   value "00".

       77 iva-general           pic 9(2)v99 value 21.00.
       01 nombre-parametro      pic x(20).
       01 valor-parametro       pic s9(9)v99.
       01 default-parametro     pic s9(9)v99.

       linkage section.
       01  in-cli-numero           pic x(8).   *> parametro
       01  out-condicion           pic x.      *> resultado (I/M/F/E)
       01  out-letra               pic x.      *> resultado (A/B)
       01  out-pct-iva             pic 9(2)v99. *> resultado
       01  out-cuit                pic 9(11).  *> resultado

       PROCEDURE DIVISION using in-cli-numero, out-condicion,
           out-letra, out-pct-iva, out-cuit.

           perform resolver-condicion.
           perform resolver-alicuota.

           goback. *> retorna control al que llama

       resolver-condicion.
           move "F" to out-condicion.
           move zeroes to out-cuit.
           open input condicion-fiscal.
           if ok-cfi
               move in-cli-numero to cfi-cli-numero
               read condicion-fiscal
                   invalid key continue
                   not invalid key
                       move cfi-condicion to out-condicion
                       move cfi-cuit to out-cuit
               end-read
               close condicion-fiscal
           end-if.
           if out-condicion = "I"
               move "A" to out-letra
           else
               move "B" to out-letra
           end-if.

       resolver-alicuota.
           if out-condicion = "E"
               move zeroes to out-pct-iva
           else
               move "IVA-GENERAL" to nombre-parametro
               move iva-general to default-parametro
               call "ObtenerParametro" using nombre-parametro,
                   default-parametro, valor-parametro
               move valor-parametro to out-pct-iva
           end-if.
           open input alicuotas.
           if ok-ali
               move out-condicion to ali-condicion
               read alicuotas
                   invalid key continue
                   not invalid key
                       move ali-pct to out-pct-iva
               end-read
               close alicuotas
           end-if.
