       IDENTIFICATION DIVISION.
       PROGRAM-ID. KHC049BP.
      *-----------------------------------------------------------------
      * AUTHOR.          SE:YAMAMOTO  PGM:KASUYA.
      * DATE-WRITTEN.     2026/10/15.
      * DATE-COMPILED.    TODAY.
      * REMARKS. ブランド変換申請の影響試算.
      *-----------------------------------------------------------------
      * 修正履歴 NO(004839) 修正日付(20261015) 修正者(TM)
      * 修正履歴 NO(004849) 修正日付(20261015) 修正者(TM)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           STDCALL IS DLL
           ARGUMENT-NUMBER IS ARGNUM
           ARGUMENT-VALUE  IS ARGVAL
           .
       EXTERNAL-PROGRAM SECTION.
           CALL-CONVENTION.
           'KXU001SP' IS DLL
           'KXU002SC' IS DLL
           'KXU009SC' IS DLL
           .

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT 申請ファイル ASSIGN TO BRNDTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS W-申請状態.
           SELECT OPTIONAL 試算リストファイル
               ASSIGN TO SIMLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS W-試算状態.
       DATA DIVISION.
       FILE SECTION.
       FD  申請ファイル.
       01  申請ファイルレコード       PIC  X(080).
       FD  試算リストファイル.
       01  試算リストレコード         PIC  X(132).

      ******************************************************************
       WORKING-STORAGE   SECTION.

      ** D-ログ域

           COPY XAU0101    PREFIXING D-.
       01  KXU002SC               PIC  X(008) VALUE 'KXU002SC'.
       01  KXU009SC               PIC  X(008) VALUE 'KXU009SC'.
       01  WKPGMID                PIC  X(010) VALUE 'KHC049BP'.

       01  ABND-CODE SYNC         PIC S9(004) COMP VALUE 16.
       01  ERR-CODE  SYNC         PIC S9(004) COMP VALUE  8.
       01  ARGCNT                 PIC  9(002) VALUE  0.
       01  ARGDATA                PIC  X(008) VALUE SPACE.
       01  MAXARG                 PIC  9(002) VALUE 11.

       01  W-環境コード件数          PIC  9(002) VALUE 0.
       01  W-環境コード添字          PIC  9(002) VALUE 0.
       01  W-引数添字                PIC  9(002) VALUE 0.
       01  W-環境コード一覧.
           03  W-環境コード OCCURS 11 TIMES  PIC X(008).

       01  W-申請状態                PIC  X(002) VALUE SPACE.
       01  W-試算状態                PIC  X(002) VALUE SPACE.
       01  W-最終リターンコード      PIC S9(004) COMP VALUE 0.
       01  W-申請終了区分            PIC  X(001) VALUE '0'.
           88  申請ファイル終了である         VALUE '1'.
       01  W-集計終了区分            PIC  X(001) VALUE '0'.
           88  集計カーソル終了である         VALUE '1'.
       01  W-移動終了区分            PIC  X(001) VALUE '0'.
           88  移動カーソル終了である         VALUE '1'.
       01  W-除外終了区分            PIC  X(001) VALUE '0'.
           88  除外カーソル終了である         VALUE '1'.
       01  W-変化有無区分            PIC  X(001) VALUE '0'.
           88  変化ありである                 VALUE '1'.

       01  W-申請読込件数            PIC  9(007) VALUE 0.
       01  W-追加適用件数            PIC  9(007) VALUE 0.
       01  W-変更適用件数            PIC  9(007) VALUE 0.
       01  W-削除適用件数            PIC  9(007) VALUE 0.
       01  W-適用違反件数            PIC  9(007) VALUE 0.
       01  W-対象外件数              PIC  9(007) VALUE 0.
       01  W-先日付件数              PIC  9(007) VALUE 0.
       01  W-現行行数                PIC  9(009) VALUE 0.
       01  W-変更後行数              PIC  9(009) VALUE 0.
       01  W-移動件数                PIC  9(007) VALUE 0.
       01  W-除外件数                PIC  9(007) VALUE 0.
       01  W-項目添字                PIC  9(002) VALUE 0.
       01  W-改行数                  PIC  9(001) VALUE 0.

      ** 年度期間(KHC031BPと同じく対象年月とHCM502
      ** の年度開始月・年度補正から求める)

       01  W-西暦年ワーク            PIC  9(004) VALUE 0.

      ** 申請トランザクションレイアウト
      ** (KHC039BPと同じ)
      ** 申請区分  A:追加 C:変更 D:削除
      ** 対象表区分 MAP /EXCL/SRC

       01  W-申請行.
           03  W-申請-申請区分        PIC  X(01).
           03  W-申請-対象表区分      PIC  X(04).
           03  W-申請-用途区分        PIC  X(01).
           03  W-申請-チャネル区分    PIC  X(01).
           03  W-申請-変換元コード    PIC  X(02).
           03  W-申請-変換先コード    PIC  X(02).
           03  W-申請-対象年月区分    PIC  X(06).
           03  W-申請-申請者          PIC  X(10).
           03  FILLER                 PIC  X(53).

       01  W-申請キー                PIC  X(020) VALUE SPACE.

      ** 比較項目(1:店数 2:当年純売上累計 3:前年純売
      ** 上累計 4:当年責任額累計)

       01  W-項目名定数.
           03  FILLER                 PIC  X(21) VALUE '店数'.
           03  FILLER                 PIC  X(21) VALUE
               '当年純売上累計'.
           03  FILLER                 PIC  X(21) VALUE
               '前年純売上累計'.
           03  FILLER                 PIC  X(21) VALUE
               '当年責任額累計'.
       01  W-項目名表 REDEFINES W-項目名定数.
           03  W-項目名 OCCURS 4 TIMES     PIC  X(21).

       01  W-合計表.
           03  W-合計項目 OCCURS 4 TIMES.
             05  W-合計現行           PIC S9(013).
             05  W-合計変更           PIC S9(013).

      ** 試算リスト

       01  W-試算見出し行.
           03  FILLER                 PIC  X(36) VALUE
               '＜ブランド変換影響試算＞'.
           03  FILLER                 PIC  X(14) VALUE
               ' 対象年月='.
           03  W-試見-年月            PIC  X(06).
           03  FILLER                 PIC  X(08) VALUE ' ＤＢ='.
           03  W-試見-ＤＢ接続先      PIC  X(08).
           03  FILLER                 PIC  X(60) VALUE SPACE.

       01  W-区切行.
           03  FILLER                 PIC  X(02) VALUE SPACE.
           03  W-区切-文言            PIC  X(60).
           03  FILLER                 PIC  X(70) VALUE SPACE.

       01  W-注記行.
           03  FILLER                 PIC  X(02) VALUE SPACE.
           03  W-注-申請キー          PIC  X(20).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-注-文言              PIC  X(60).
           03  FILLER                 PIC  X(49) VALUE SPACE.

       01  W-違反行.
           03  W-違反-検査区分        PIC  X(08).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-違反-重度区分        PIC  X(01).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-違反-用途区分        PIC  X(01).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-違反-キー            PIC  X(20).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-違反-ＤＢ接続先      PIC  X(08).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-違反-対象年月区分    PIC  X(06).
           03  FILLER                 PIC  X(83) VALUE SPACE.

       01  W-集計見出し行.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(02) VALUE 'BR'.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(01) VALUE 'C'.
           03  FILLER                 PIC  X(03) VALUE SPACE.
           03  FILLER                 PIC  X(21) VALUE '項目'.
           03  FILLER                 PIC  X(20) VALUE
               '              現行'.
           03  FILLER                 PIC  X(20) VALUE
               '           変更後'.
           03  FILLER                 PIC  X(20) VALUE
               '              増減'.
           03  FILLER                 PIC  X(43) VALUE SPACE.

       01  W-集計行.
           03  FILLER                 PIC  X(01).
           03  W-集-ブランド          PIC  X(02).
           03  FILLER                 PIC  X(01).
           03  W-集-チャネル          PIC  X(01).
           03  FILLER                 PIC  X(01).
           03  W-集-変化              PIC  X(01).
           03  FILLER                 PIC  X(01).
           03  W-集-項目名            PIC  X(21).
           03  FILLER                 PIC  X(02).
           03  W-集-現行              PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC  X(02).
           03  W-集-変更              PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC  X(02).
           03  W-集-増減              PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC  X(43).

       01  W-移動見出し行.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(10) VALUE '得意先'.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(02) VALUE 'BR'.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(01) VALUE 'C'.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(16) VALUE
               '    当年現行'.
           03  FILLER                 PIC  X(16) VALUE
               '    当年増減'.
           03  FILLER                 PIC  X(16) VALUE
               '    前年現行'.
           03  FILLER                 PIC  X(16) VALUE
               '    前年増減'.
           03  FILLER                 PIC  X(16) VALUE
               '    責任現行'.
           03  FILLER                 PIC  X(16) VALUE
               '    責任増減'.
           03  FILLER                 PIC  X(19) VALUE SPACE.

       01  W-除外見出し行.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(10) VALUE '得意先'.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(02) VALUE 'BR'.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(01) VALUE 'C'.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(16) VALUE
               ' 当年純売上'.
           03  FILLER                 PIC  X(16) VALUE
               ' 前年純売上'.
           03  FILLER                 PIC  X(16) VALUE
               ' 当年責任額'.
           03  FILLER                 PIC  X(67) VALUE SPACE.

       01  W-移動行.
           03  FILLER                 PIC  X(01).
           03  W-移-店                PIC  X(10).
           03  FILLER                 PIC  X(01).
           03  W-移-ブランド          PIC  X(02).
           03  FILLER                 PIC  X(01).
           03  W-移-チャネル          PIC  X(01).
           03  FILLER                 PIC  X(01).
           03  W-移-金額群 OCCURS 6 TIMES.
             05  FILLER               PIC  X(01).
             05  W-移-金額            PIC  -ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC  X(19).

       01  W-試算計行.
           03  FILLER                 PIC  X(02) VALUE SPACE.
           03  FILLER                 PIC  X(13) VALUE '申請件数='.
           03  W-試計-申請            PIC  ZZZ,ZZ9.
           03  FILLER                 PIC  X(14) VALUE
               ' 違反件数='.
           03  W-試計-違反            PIC  ZZZ,ZZ9.
           03  FILLER                 PIC  X(17) VALUE
               ' 対象外件数='.
           03  W-試計-対象外          PIC  ZZZ,ZZ9.
           03  FILLER                 PIC  X(14) VALUE
               ' 移動件数='.
           03  W-試計-移動            PIC  ZZZ,ZZ9.
           03  FILLER                 PIC  X(14) VALUE
               ' 除外件数='.
           03  W-試計-除外            PIC  ZZZ,ZZ9.
           03  FILLER                 PIC  X(23) VALUE SPACE.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      ** ホスト変数定義

       01  WK対象年月区分            PIC  X(6).
       01  W-年度開始月              PIC  X(2).
       01  W-年度補正                PIC S9(1).
       01  W-区分数値                PIC  9(2).
       01  W-今年度開始年月          PIC  X(6).
       01  W-今年度終了年月          PIC  X(6).
       01  W-前年度開始年月          PIC  X(6).
       01  W-前年度終了年月          PIC  X(6).
       01  W-責任開始年月            PIC  X(6).
       01  W-責任終了年月            PIC  X(6).
       01  W-デパート処理対象区分    PIC  X(1).
       01  W-CVS処理対象区分         PIC  X(1).
       01  W-登録元件数              PIC  9(005).
       01  W-試算区分                PIC  X(1).
       01  W-適用用途区分            PIC  X(1).
       01  W-適用チャネル区分        PIC  X(1).
       01  W-適用元コード            PIC  X(2).
       01  W-適用先コード            PIC  X(2).
       01  W-適用年月区分            PIC  X(6).
       01  W-既存件数                PIC  9(005).
       01  W-集ブランド              PIC  X(2).
       01  W-集チャネル              PIC  X(1).
       01  W-集値域.
           03  W-集現行店数          PIC S9(013).
           03  W-集変更店数          PIC S9(013).
           03  W-集当年現行          PIC S9(013).
           03  W-集当年変更          PIC S9(013).
           03  W-集前年現行          PIC S9(013).
           03  W-集前年変更          PIC S9(013).
           03  W-集責任現行          PIC S9(013).
           03  W-集責任変更          PIC S9(013).
       01  W-集値表 REDEFINES W-集値域.
           03  W-集値組 OCCURS 4 TIMES.
             05  W-集値現行          PIC S9(013).
             05  W-集値変更          PIC S9(013).
       01  W-移店コード              PIC  X(10).
       01  W-移ブランド              PIC  X(2).
       01  W-移チャネル              PIC  X(1).
       01  W-移値域.
           03  W-移当年現行          PIC S9(013).
           03  W-移当年増減          PIC S9(013).
           03  W-移前年現行          PIC S9(013).
           03  W-移前年増減          PIC S9(013).
           03  W-移責任現行          PIC S9(013).
           03  W-移責任増減          PIC S9(013).
       01  W-移値表 REDEFINES W-移値域.
           03  W-移値 OCCURS 6 TIMES       PIC S9(013).

           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA            END-EXEC.
           EXEC SQL INCLUDE XAU0201.CBL      END-EXEC.
           EXEC SQL INCLUDE XAT0201.CBL      END-EXEC.

      ** ブランド×チャネル別比較カーソル定義
      ** 試算区分 0:現行のまま 1:申請適用後

           EXEC SQL DECLARE 集計CUR CURSOR FOR
             SELECT B.ブランドコード
                   ,B.チャネル区分
                   ,SUM(CASE WHEN B.試算区分 = '0'
                        THEN 1 ELSE 0 END)
                   ,SUM(CASE WHEN B.試算区分 = '1'
                        THEN 1 ELSE 0 END)
                   ,SUM(CASE WHEN B.試算区分 = '0'
                        THEN B.当年純売上累計 ELSE 0 END)
                   ,SUM(CASE WHEN B.試算区分 = '1'
                        THEN B.当年純売上累計 ELSE 0 END)
                   ,SUM(CASE WHEN B.試算区分 = '0'
                        THEN B.前年純売上累計 ELSE 0 END)
                   ,SUM(CASE WHEN B.試算区分 = '1'
                        THEN B.前年純売上累計 ELSE 0 END)
                   ,SUM(CASE WHEN B.試算区分 = '0'
                        THEN B.当年責任額累計 ELSE 0 END)
                   ,SUM(CASE WHEN B.試算区分 = '1'
                        THEN B.当年責任額累計 ELSE 0 END)
               FROM HCT_BRAND_SIM B
              GROUP BY B.ブランドコード
                      ,B.チャネル区分
              ORDER BY B.ブランドコード
                      ,B.チャネル区分
           END-EXEC.

      ** ブランド間移動明細カーソル定義
      ** 申請適用前後とも台帳に残る店×ブランド×チ
      ** ャネルのうち金額が変わるもの。店順に並べ、
      ** 同じ店の移動元・移動先ブランドを並べて出
      ** す。

           EXEC SQL DECLARE 移動CUR CURSOR FOR
             SELECT A.得意先コード店マター
                   ,A.ブランドコード
                   ,A.チャネル区分
                   ,A.当年純売上累計
                   ,B.当年純売上累計 - A.当年純売上累計
                   ,A.前年純売上累計
                   ,B.前年純売上累計 - A.前年純売上累計
                   ,A.当年責任額累計
                   ,B.当年責任額累計 - A.当年責任額累計
               FROM HCT_BRAND_SIM A
                   ,HCT_BRAND_SIM B
              WHERE A.試算区分 = '0'
                AND B.試算区分 = '1'
                AND B.得意先コード店マター
                    = A.得意先コード店マター
                AND B.ブランドコード = A.ブランドコード
                AND B.チャネル区分   = A.チャネル区分
                AND (B.当年純売上累計 <> A.当年純売上累計
                  OR B.前年純売上累計 <> A.前年純売上累計
                  OR B.当年責任額累計 <> A.当年責任額累計)
              ORDER BY A.得意先コード店マター
                      ,A.ブランドコード
                      ,A.チャネル区分
           END-EXEC.

      ** 除外追加で台帳から消える店カーソル定義

           EXEC SQL DECLARE 除外CUR CURSOR FOR
             SELECT A.得意先コード店マター
                   ,A.ブランドコード
                   ,A.チャネル区分
                   ,A.当年純売上累計
                   ,A.前年純売上累計
                   ,A.当年責任額累計
               FROM HCT_BRAND_SIM A
              WHERE A.試算区分 = '0'
                AND NOT EXISTS
                    (SELECT 1
                       FROM HCT_BRAND_SIM B
                      WHERE B.試算区分 = '1'
                        AND B.得意先コード店マター
                            = A.得意先コード店マター
                        AND B.ブランドコード
                            = A.ブランドコード
                        AND B.チャネル区分
                            = A.チャネル区分)
              ORDER BY A.得意先コード店マター
                      ,A.ブランドコード
                      ,A.チャネル区分
           END-EXEC.

      ******************************************************************
       PROCEDURE         DIVISION.
      *-----------------------------------------------------------------
       主処理.
      *-----------------------------------------------------------------

      ** 開始ログ出力

           MOVE  SPACE        TO D-ログ域
           MOVE  WKPGMID      TO D-プログラムＩＤ
           MOVE  'STARTED   ' TO D-カウント区分
           CALL  KXU002SC  USING  D-ログ域

      ** メイン制御
      ** ブランド変換申請(BRNDTRAN)を未コミットで適
      ** 用し、当月台帳の店×ブランド×チャネルにつ
      ** いて申請適用前後の純売上累計・責任額累計を
      ** 試算して試算リスト(SIMLIST)へ出力する。試
      ** 算後は全件ロールバックし、変換表・台帳とも
      ** 更新しない。

           EXEC SQL WHENEVER SQLERROR DO PERFORM SQL-ERROR END-EXEC.
           PERFORM  得意先接続情報取得処理.
           MOVE  1            TO W-環境コード添字.
           PERFORM  環境別試算処理
               UNTIL W-環境コード添字 > W-環境コード件数.

           MOVE 'END       '   TO D-カウント区分.
           CALL KXU002SC   USING  D-ログ域.
           MOVE  W-最終リターンコード  TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
       環境別試算処理.
      *-----------------------------------------------------------------
           MOVE  W-環境コード(W-環境コード添字)  TO ARGDATA.

           CALL KXU009SC  USING  BY VALUE      ARGDATA
                                 BY REFERENCE  USERNAME
                                               PASSWD
                                               DB-NAME
           IF RETURN-CODE NOT = 0
             THEN
               STOP RUN
             ELSE
               CONTINUE
           END-IF

           PERFORM  得意先接続処理.
           PERFORM  パラメータ取得処理.

      ** 複数環境指定時は2環境目以降を追記とする。

           IF W-環境コード添字 = 1
             THEN
               OPEN OUTPUT 試算リストファイル
             ELSE
               OPEN EXTEND 試算リストファイル
           END-IF
           IF W-試算状態 NOT = '00'
             THEN
               PERFORM 試算リストエラー処理
           END-IF

           MOVE  WK対象年月区分   TO W-試見-年月
           MOVE  DB-NAME          TO W-試見-ＤＢ接続先
           WRITE 試算リストレコード FROM W-試算見出し行
               AFTER ADVANCING PAGE
           PERFORM 試算リスト状態確認処理

           MOVE  0            TO W-移動件数
           MOVE  0            TO W-除外件数

      ** 現行のままの姿を試算区分0で投入する。

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           PERFORM 稼働チャネル判定処理
           MOVE  '0'          TO W-試算区分
           PERFORM 試算投入処理
           MOVE  SQLERRD(3)   TO W-現行行数

           PERFORM 申請取込処理

           IF W-適用違反件数 > 0
             THEN
               MOVE '申請違反あり 試算せず'  TO
                   W-区切-文言
               WRITE 試算リストレコード FROM W-区切行
                   AFTER ADVANCING 2 LINES
               PERFORM 試算リスト状態確認処理
               MOVE '申請違反あり 試算せず' TO
                   D-メッセージ域
               CALL KXU002SC  USING  D-ログ域
               IF W-最終リターンコード < ERR-CODE
                 THEN
                   MOVE ERR-CODE TO W-最終リターンコード
               END-IF
             ELSE
               PERFORM 申請適用後試算処理
           END-IF

      ** 申請の適用分と試算ワークを取り消す。

           EXEC SQL AT :DB-NAME ROLLBACK WORK END-EXEC.

           MOVE  W-申請読込件数   TO W-試計-申請
           MOVE  W-適用違反件数   TO W-試計-違反
           MOVE  W-対象外件数     TO W-試計-対象外
           MOVE  W-移動件数       TO W-試計-移動
           MOVE  W-除外件数       TO W-試計-除外
           WRITE 試算リストレコード FROM W-試算計行
               AFTER ADVANCING 2 LINES
           PERFORM 試算リスト状態確認処理

           CLOSE 試算リストファイル
           IF W-試算状態 NOT = '00'
             THEN
               PERFORM 試算リストエラー処理
           END-IF

           MOVE 'SIM-READ ='   TO D-カウント区分
           MOVE W-申請読込件数  TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'SIM-ERR  ='   TO D-カウント区分
           MOVE W-適用違反件数  TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'SIM-SKIP ='   TO D-カウント区分
           MOVE W-対象外件数    TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'SIM-FUTR ='   TO D-カウント区分
           MOVE W-先日付件数    TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'SIM-ROWS ='   TO D-カウント区分
           MOVE W-現行行数      TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'SIM-MOVE ='   TO D-カウント区分
           MOVE W-移動件数      TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'SIM-DROP ='   TO D-カウント区分
           MOVE W-除外件数      TO D-カウント
           CALL KXU002SC    USING D-ログ域

           EXEC SQL AT :DB-NAME COMMIT WORK RELEASE END-EXEC.
           ADD  1  TO W-環境コード添字.

      *-----------------------------------------------------------------
       得意先接続情報取得処理.
      *-----------------------------------------------------------------
           ACCEPT ARGCNT  FROM ARGNUM
           IF ARGCNT > MAXARG
             THEN
               MOVE '引数に誤りがあります'   TO
                   D-メッセージ域
               CALL KXU002SC              USING D-ログ域
               MOVE ABND-CODE                TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE  0            TO W-環境コード件数
           MOVE  SPACE        TO W-環境コード一覧

           IF ARGCNT = 0
             THEN
               MOVE  1            TO W-環境コード件数
               MOVE  SPACE        TO W-環境コード(1)
             ELSE
               PERFORM  引数取込処理  VARYING W-引数添字 FROM
                   1 BY 1
                   UNTIL W-引数添字 > ARGCNT
           END-IF.

      *-----------------------------------------------------------------
       引数取込処理.
      *-----------------------------------------------------------------
           DISPLAY  W-引数添字          UPON ARGUMENT-NUMBER
           ACCEPT ARGDATA FROM ARGVAL
             ON EXCEPTION
               MOVE '引数に誤りがあります' TO
                   D-メッセージ域
               CALL KXU002SC            USING D-ログ域
               MOVE ABND-CODE              TO RETURN-CODE
               STOP RUN
             NOT ON EXCEPTION
               ADD  1                 TO W-環境コード件数
               MOVE ARGDATA           TO
                   W-環境コード(W-環境コード件数)
           END-ACCEPT.

      *-----------------------------------------------------------------
       得意先接続処理.
      *-----------------------------------------------------------------
           EXEC SQL
             CONNECT :USERNAME IDENTIFIED BY :PASSWD AT :DB-NAME
           END-EXEC.

      *-----------------------------------------------------------------
       SQL-ERROR.
      *-----------------------------------------------------------------
           MOVE  'データベースエラー' TO D-メッセージ域.
           CALL  KXU002SC  USING  D-ログ域.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           MOVE 'ORACLE ERROR DETECTED:' TO D-メッセージ域.
           MOVE SQLERRMC TO D-メッセージ域(25:100).
           CALL KXU002SC USING D-ログ域.

           EXEC SQL AT :DB-NAME ROLLBACK WORK RELEASE END-EXEC.

           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       パラメータ取得処理.
      *-----------------------------------------------------------------
           MOVE 'HCM501'      TO ジョブコード
           MOVE  1            TO パラメータ番号
           MOVE  1            TO 行番号

           EXEC SQL WHENEVER NOT FOUND DO PERFORM SQL-ERROR END-EXEC.
           EXEC SQL AT :DB-NAME
             SELECT *
               INTO :パラメータファイル
               FROM XAT_PARAM TP
              WHERE TP.ジョブコード   = :ジョブコード
                AND TP.パラメータ番号 = :パラメータ番号
                AND TP.行番号         = :行番号
           END-EXEC.
           MOVE パラメータファイル  TO
               取得パラメータREC(1:90)
           MOVE 対象年月区分        TO WK対象年月区分

      ** 年度開始月・年度補正はKHC031BPと同じく
      ** XAT_PARAM(HCM502)から取得する。該当行が無け
      ** れば１月開始・年度補正なしとする。

           MOVE  '01'         TO W-年度開始月
           MOVE  0            TO W-年度補正

           MOVE 'HCM502'          TO ジョブコード
           MOVE 対象年月区分(5:2) TO W-区分数値
           MOVE  1                TO 行番号

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             SELECT 開始月, 年度補正値
               INTO :W-年度開始月, :W-年度補正
               FROM XAT_PARAM
              WHERE ジョブコード   = :ジョブコード
                AND パラメータ番号 = :W-区分数値
                AND 行番号         = :行番号
           END-EXEC.

      ** 帳票追加処理と同じ今年度・前年度の出力期間
      ** と、責任額の年度(今年度01〜12月)を求める。

           MOVE 対象年月区分(1:4)   TO W-西暦年ワーク
           COMPUTE W-西暦年ワーク
                 = W-西暦年ワーク + W-年度補正
           MOVE W-西暦年ワーク
                TO W-今年度開始年月(1:4)
           MOVE W-年度開始月        TO W-今年度開始年月(5:2)
           MOVE 対象年月区分        TO W-今年度終了年月
           COMPUTE W-西暦年ワーク  = W-西暦年ワーク - 1
           MOVE W-西暦年ワーク
                TO W-前年度開始年月(1:4)
           MOVE W-年度開始月        TO W-前年度開始年月(5:2)
           MOVE 対象年月区分(1:4)   TO W-西暦年ワーク
           COMPUTE W-西暦年ワーク  = W-西暦年ワーク - 1
           MOVE W-西暦年ワーク
                TO W-前年度終了年月(1:4)
           MOVE 対象年月区分(5:2)
                TO W-前年度終了年月(5:2)
           MOVE W-今年度開始年月(1:4)
                TO W-責任開始年月(1:4)
           MOVE '01'                TO W-責任開始年月(5:2)
           MOVE W-今年度開始年月(1:4)
                TO W-責任終了年月(1:4)
           MOVE '12'                TO W-責任終了年月(5:2).

      *-----------------------------------------------------------------
       稼働チャネル判定処理.
      *-----------------------------------------------------------------

      ** KHC031BPと同じく、XAT_BRAND_SRCに対象年月以
      ** 前の登録が無いチャネルは稼働対象外とする。
      ** 対象外チャネルの台帳行は再構築で更新されな
      ** いため、試算でも台帳の金額をそのまま使う。

           MOVE  '1'          TO W-デパート処理対象区分
           MOVE  '1'          TO W-CVS処理対象区分

           MOVE  0            TO W-登録元件数
           EXEC SQL AT :DB-NAME
             SELECT COUNT(*) INTO :W-登録元件数
               FROM XAT_BRAND_SRC
              WHERE 対象年月区分 <= :WK対象年月区分
                AND チャネル区分 = '1'
           END-EXEC.
           IF W-登録元件数 = 0
             THEN
               MOVE  '0'          TO
                   W-デパート処理対象区分
           END-IF

           MOVE  0            TO W-登録元件数
           EXEC SQL AT :DB-NAME
             SELECT COUNT(*) INTO :W-登録元件数
               FROM XAT_BRAND_SRC
              WHERE 対象年月区分 <= :WK対象年月区分
                AND チャネル区分 = '2'
           END-EXEC.
           IF W-登録元件数 = 0
             THEN
               MOVE  '0'          TO W-CVS処理対象区分
           END-IF.

      *-----------------------------------------------------------------
       試算投入処理.
      *-----------------------------------------------------------------

      ** 当月台帳の店×ブランド×チャネルを母集団と
      ** し、帳票追加処理と同じ規則(対象年月時点の
      ** 売上ブランド変換・店コード付替えの最終付替
      ** え先への展開・ブランド90〜92除外)で当年・前
      ** 年純売上累計と当年責任額累計を求めて試算ワ
      ** ーク(HCT_BRAND_SIM)へ投入する。稼働チャネル
      ** の行のうち除外ブランドになった行は再構築で
      ** 台帳から消えるため投入しない。

           EXEC SQL AT :DB-NAME
             INSERT INTO HCT_BRAND_SIM
               ( 試算区分, 得意先コード店マター,
                 ブランドコード, チャネル区分,
                 当年純売上累計, 前年純売上累計,
                 当年責任額累計 )
             SELECT :W-試算区分
                   ,T.得意先コード店マター
                   ,T.ブランドコード
                   ,T.チャネル区分
                   ,CASE WHEN T.稼働区分 = '1'
                         THEN NVL(S.当年純売上累計,0)
                         ELSE T.当年純売上累計 END
                   ,CASE WHEN T.稼働区分 = '1'
                         THEN NVL(S.前年純売上累計,0)
                         ELSE T.前年純売上累計 END
                   ,CASE WHEN T.稼働区分 = '1'
                         THEN NVL(Q.当年責任額累計,0)
                         ELSE T.当年責任額累計 END
               FROM
                  (SELECT TD.得意先コード店マター
                         ,TD.ブランドコード
                         ,TD.チャネル区分
                         ,TD.当年純売上累計
                         ,TD.前年純売上累計
                         ,TD.当年責任額累計
                         ,CASE WHEN (TD.チャネル区分 = '1'
                                AND :W-デパート処理対象区分
                                    = '1')
                                 OR (TD.チャネル区分 = '2'
                                AND :W-CVS処理対象区分
                                    = '1')
                               THEN '1' ELSE '0' END
                            AS 稼働区分
                     FROM HCT_OUT_MISE_DFILE_NEW TD
                    WHERE TD.対象年月 = :WK対象年月区分
                  ) T
                 ,(SELECT NVL(K5.新店コード,
                              S1.得意先コード店マター)
                            AS 得意先コード店マター
                         ,NVL(D5.ブランド変換コード,
                              S1.ブランドコード)
                            AS ブランドコード
                         ,SUM(CASE WHEN S1.対象年月
                                     >= :W-今年度開始年月
                                    AND S1.対象年月
                                     <= :W-今年度終了年月
                              THEN S1.純売上額 ELSE 0 END)
                            AS 当年純売上累計
                         ,SUM(CASE WHEN S1.対象年月
                                     >= :W-前年度開始年月
                                    AND S1.対象年月
                                     <= :W-前年度終了年月
                              THEN S1.純売上額 ELSE 0 END)
                            AS 前年純売上累計
                     FROM
                        HCT_SALES_PERFORMANCE  S1
                      ,(SELECT  変換元コード
                                AS ブランドコード
                              ,変換先コード
                                AS ブランド変換コード
                          FROM XAT_BRAND_MAP M
                         WHERE M.用途区分 = '1'
                           AND M.対象年月区分
                              <= :WK対象年月区分
                           AND M.対象年月区分 =
                               (SELECT MAX(M2.対象年月区分)
                                  FROM XAT_BRAND_MAP M2
                                 WHERE M2.用途区分
                                       = M.用途区分
                                   AND M2.変換元コード
                                       = M.変換元コード
                                   AND M2.対象年月区分
                                      <= :WK対象年月区分)
                       ) D5
                      ,(SELECT CONNECT_BY_ROOT E.旧店コード
                                AS 旧店コード
                              ,E.新店コード
                          FROM
                               (SELECT M.旧店コード
                                      ,M.新店コード
                                  FROM XAT_MISE_TSUKEKAE M
                                 WHERE M.対象年月区分
                                    <= :WK対象年月区分
                                   AND M.対象年月区分 =
                                   (SELECT MAX(M2.対象年月区分)
                                      FROM XAT_MISE_TSUKEKAE M2
                                     WHERE M2.旧店コード
                                           = M.旧店コード
                                       AND M2.対象年月区分
                                          <= :WK対象年月区分)
                                   AND M.旧店コード
                                       <> M.新店コード
                               ) E
                         WHERE CONNECT_BY_ISLEAF = 1
                       CONNECT BY NOCYCLE
                               PRIOR E.新店コード
                                 = E.旧店コード
                       ) K5
                    WHERE
                          S1.ブランドコード
                          = D5.ブランドコード (+)
                      AND S1.得意先コード店マター
                          = K5.旧店コード (+)
                      AND S1.ブランドコード
                          NOT IN ('90', '91', '92')
                      AND S1.対象年月 >= :W-前年度開始年月
                      AND S1.対象年月 <= :W-今年度終了年月
                    GROUP BY NVL(K5.新店コード,
                                 S1.得意先コード店マター)
                            ,NVL(D5.ブランド変換コード,
                                 S1.ブランドコード)
                  ) S
                 ,(SELECT NVL(K2.新店コード,
                              Q1.得意先コード店マター)
                            AS 得意先コード店マター
                         ,NVL(D2.ブランド変換コード,
                              Q1.ブランドコード)
                            AS ブランドコード
                         ,SUM(Q1.責任額)
                            AS 当年責任額累計
                     FROM
                        HCT_SEKININ_QUOTA  Q1
                      ,(SELECT  変換元コード
                                AS ブランドコード
                              ,変換先コード
                                AS ブランド変換コード
                          FROM XAT_BRAND_MAP M
                         WHERE M.用途区分 = '1'
                           AND M.対象年月区分
                              <= :WK対象年月区分
                           AND M.対象年月区分 =
                               (SELECT MAX(M2.対象年月区分)
                                  FROM XAT_BRAND_MAP M2
                                 WHERE M2.用途区分
                                       = M.用途区分
                                   AND M2.変換元コード
                                       = M.変換元コード
                                   AND M2.対象年月区分
                                      <= :WK対象年月区分)
                       ) D2
                      ,(SELECT CONNECT_BY_ROOT E.旧店コード
                                AS 旧店コード
                              ,E.新店コード
                          FROM
                               (SELECT M.旧店コード
                                      ,M.新店コード
                                  FROM XAT_MISE_TSUKEKAE M
                                 WHERE M.対象年月区分
                                    <= :WK対象年月区分
                                   AND M.対象年月区分 =
                                   (SELECT MAX(M2.対象年月区分)
                                      FROM XAT_MISE_TSUKEKAE M2
                                     WHERE M2.旧店コード
                                           = M.旧店コード
                                       AND M2.対象年月区分
                                          <= :WK対象年月区分)
                                   AND M.旧店コード
                                       <> M.新店コード
                               ) E
                         WHERE CONNECT_BY_ISLEAF = 1
                       CONNECT BY NOCYCLE
                               PRIOR E.新店コード
                                 = E.旧店コード
                       ) K2
                    WHERE
                          Q1.ブランドコード
                          = D2.ブランドコード (+)
                      AND Q1.得意先コード店マター
                          = K2.旧店コード (+)
                      AND Q1.ブランドコード
                          NOT IN ('90', '91', '92')
                      AND Q1.対象年月 >= :W-責任開始年月
                      AND Q1.対象年月 <= :W-責任終了年月
                    GROUP BY NVL(K2.新店コード,
                                 Q1.得意先コード店マター)
                            ,NVL(D2.ブランド変換コード,
                                 Q1.ブランドコード)
                  ) Q
              WHERE
                    T.得意先コード店マター
                    = S.得意先コード店マター (+)
                AND T.ブランドコード
                    = S.ブランドコード (+)
                AND T.得意先コード店マター
                    = Q.得意先コード店マター (+)
                AND T.ブランドコード
                    = Q.ブランドコード (+)
                AND (T.稼働区分 = '0'
                  OR T.ブランドコード NOT IN
                     (SELECT 変換元コード
                        FROM XAT_BRAND_EXCL
                       WHERE 対象年月区分
                         <= :WK対象年月区分))
           END-EXEC.

      *-----------------------------------------------------------------
       申請取込処理.
      *-----------------------------------------------------------------

      ** 申請ファイルを全件、KHC039BPと同じ規則で未
      ** コミットのまま変換表へ適用する。適用エラー
      ** は違反として試算リストへ出す。

           OPEN INPUT 申請ファイル
           IF W-申請状態 NOT = '00'
             THEN
               PERFORM 申請ファイルエラー処理
           END-IF

           MOVE '【申請内容】'  TO W-区切-文言
           WRITE 試算リストレコード FROM W-区切行
               AFTER ADVANCING 2 LINES
           PERFORM 試算リスト状態確認処理

           MOVE  '0'          TO W-申請終了区分
           MOVE  0            TO W-申請読込件数
           MOVE  0            TO W-追加適用件数
           MOVE  0            TO W-変更適用件数
           MOVE  0            TO W-削除適用件数
           MOVE  0            TO W-適用違反件数
           MOVE  0            TO W-対象外件数
           MOVE  0            TO W-先日付件数

           PERFORM 申請読込処理
               UNTIL 申請ファイル終了である

           CLOSE 申請ファイル
           IF W-申請状態 NOT = '00'
             THEN
               PERFORM 申請ファイルエラー処理
           END-IF.

      *-----------------------------------------------------------------
       申請読込処理.
      *-----------------------------------------------------------------
           READ 申請ファイル
             INTO W-申請行
             AT END
               SET 申請ファイル終了である  TO TRUE
           END-READ
           IF 申請ファイル終了である
             THEN
               CONTINUE
             ELSE
               IF W-申請状態 NOT = '00'
                 THEN
                   PERFORM 申請ファイルエラー処理
               END-IF
               ADD  1  TO W-申請読込件数
               MOVE  SPACE                TO W-申請キー
               MOVE  W-申請-申請区分      TO W-申請キー(1:1)
               MOVE  W-申請-対象表区分    TO W-申請キー(3:4)
               MOVE  W-申請-変換元コード  TO W-申請キー(8:2)
               MOVE  W-申請-対象年月区分
                   TO W-申請キー(11:6)
               PERFORM 申請適用処理
               PERFORM 試算対象外判定処理
           END-IF.

      *-----------------------------------------------------------------
       申請適用処理.
      *-----------------------------------------------------------------
           MOVE  W-申請-用途区分      TO W-適用用途区分
           MOVE  W-申請-チャネル区分  TO
               W-適用チャネル区分
           MOVE  W-申請-変換元コード  TO W-適用元コード
           MOVE  W-申請-変換先コード  TO W-適用先コード
           MOVE  W-申請-対象年月区分  TO W-適用年月区分

           EVALUATE W-申請-対象表区分
             WHEN 'MAP '
               PERFORM マップ申請適用処理
             WHEN 'EXCL'
               PERFORM 除外申請適用処理
             WHEN 'SRC '
               PERFORM 稼働元申請適用処理
             WHEN OTHER
               PERFORM 申請区分違反処理
           END-EVALUATE.

      *-----------------------------------------------------------------
       マップ申請適用処理.
      *-----------------------------------------------------------------
           EVALUATE W-申請-申請区分
             WHEN 'A'
               MOVE  0            TO W-既存件数
               EXEC SQL AT :DB-NAME
                 SELECT COUNT(*) INTO :W-既存件数
                   FROM XAT_BRAND_MAP
                  WHERE 用途区分     = :W-適用用途区分
                    AND 変換元コード = :W-適用元コード
                    AND 対象年月区分 = :W-適用年月区分
               END-EXEC
               IF W-既存件数 > 0
                 THEN
                   PERFORM 申請重複違反処理
                 ELSE
                   EXEC SQL AT :DB-NAME
                     INSERT INTO XAT_BRAND_MAP
                       ( 用途区分, 変換元コード,
                         変換先コード, 対象年月区分 )
                       VALUES
                       ( :W-適用用途区分, :W-適用元コード,
                         :W-適用先コード, :W-適用年月区分 )
                   END-EXEC
                   ADD  1  TO W-追加適用件数
               END-IF
             WHEN 'C'
               EXEC SQL AT :DB-NAME
                 UPDATE XAT_BRAND_MAP
                    SET 変換先コード = :W-適用先コード
                  WHERE 用途区分     = :W-適用用途区分
                    AND 変換元コード = :W-適用元コード
                    AND 対象年月区分 = :W-適用年月区分
               END-EXEC
               IF SQLERRD(3) = 0
                 THEN
                   PERFORM 申請対象なし違反処理
                 ELSE
                   ADD  1  TO W-変更適用件数
               END-IF
             WHEN 'D'
               EXEC SQL AT :DB-NAME
                 DELETE FROM XAT_BRAND_MAP
                  WHERE 用途区分     = :W-適用用途区分
                    AND 変換元コード = :W-適用元コード
                    AND 対象年月区分 = :W-適用年月区分
               END-EXEC
               IF SQLERRD(3) = 0
                 THEN
                   PERFORM 申請対象なし違反処理
                 ELSE
                   ADD  1  TO W-削除適用件数
               END-IF
             WHEN OTHER
               PERFORM 申請区分違反処理
           END-EVALUATE.

      *-----------------------------------------------------------------
       除外申請適用処理.
      *-----------------------------------------------------------------

      ** 除外(XAT_BRAND_EXCL)はキーのみのため変更(C)
      ** は受け付けない。

           EVALUATE W-申請-申請区分
             WHEN 'A'
               MOVE  0            TO W-既存件数
               EXEC SQL AT :DB-NAME
                 SELECT COUNT(*) INTO :W-既存件数
                   FROM XAT_BRAND_EXCL
                  WHERE 変換元コード = :W-適用元コード
                    AND 対象年月区分 = :W-適用年月区分
               END-EXEC
               IF W-既存件数 > 0
                 THEN
                   PERFORM 申請重複違反処理
                 ELSE
                   EXEC SQL AT :DB-NAME
                     INSERT INTO XAT_BRAND_EXCL
                       ( 変換元コード, 対象年月区分 )
                       VALUES
                       ( :W-適用元コード, :W-適用年月区分 )
                   END-EXEC
                   ADD  1  TO W-追加適用件数
               END-IF
             WHEN 'D'
               EXEC SQL AT :DB-NAME
                 DELETE FROM XAT_BRAND_EXCL
                  WHERE 変換元コード = :W-適用元コード
                    AND 対象年月区分 = :W-適用年月区分
               END-EXEC
               IF SQLERRD(3) = 0
                 THEN
                   PERFORM 申請対象なし違反処理
                 ELSE
                   ADD  1  TO W-削除適用件数
               END-IF
             WHEN OTHER
               PERFORM 申請区分違反処理
           END-EVALUATE.

      *-----------------------------------------------------------------
       稼働元申請適用処理.
      *-----------------------------------------------------------------

      ** 稼働元(XAT_BRAND_SRC)はキーのみのため変更(C)
      ** は受け付けない。

           EVALUATE W-申請-申請区分
             WHEN 'A'
               MOVE  0            TO W-既存件数
               EXEC SQL AT :DB-NAME
                 SELECT COUNT(*) INTO :W-既存件数
                   FROM XAT_BRAND_SRC
                  WHERE チャネル区分 = :W-適用チャネル区分
                    AND 対象年月区分 = :W-適用年月区分
               END-EXEC
               IF W-既存件数 > 0
                 THEN
                   PERFORM 申請重複違反処理
                 ELSE
                   EXEC SQL AT :DB-NAME
                     INSERT INTO XAT_BRAND_SRC
                       ( チャネル区分, 対象年月区分 )
                       VALUES
                       ( :W-適用チャネル区分,
                         :W-適用年月区分 )
                   END-EXEC
                   ADD  1  TO W-追加適用件数
               END-IF
             WHEN 'D'
               EXEC SQL AT :DB-NAME
                 DELETE FROM XAT_BRAND_SRC
                  WHERE チャネル区分 = :W-適用チャネル区分
                    AND 対象年月区分 = :W-適用年月区分
               END-EXEC
               IF SQLERRD(3) = 0
                 THEN
                   PERFORM 申請対象なし違反処理
                 ELSE
                   ADD  1  TO W-削除適用件数
               END-IF
             WHEN OTHER
               PERFORM 申請区分違反処理
           END-EVALUATE.

      *-----------------------------------------------------------------
       申請区分違反処理.
      *-----------------------------------------------------------------
           MOVE 'APL-KBN '      TO W-違反-検査区分
           PERFORM 申請違反共通処理.

      *-----------------------------------------------------------------
       申請重複違反処理.
      *-----------------------------------------------------------------
           MOVE 'APL-DUP '      TO W-違反-検査区分
           PERFORM 申請違反共通処理.

      *-----------------------------------------------------------------
       申請対象なし違反処理.
      *-----------------------------------------------------------------
           MOVE 'APL-NF  '      TO W-違反-検査区分
           PERFORM 申請違反共通処理.

      *-----------------------------------------------------------------
       申請違反共通処理.
      *-----------------------------------------------------------------
           MOVE 'E'             TO W-違反-重度区分
           MOVE W-申請-用途区分 TO W-違反-用途区分
           MOVE W-申請キー      TO W-違反-キー
           MOVE DB-NAME         TO W-違反-ＤＢ接続先
           MOVE WK対象年月区分  TO W-違反-対象年月区分
           WRITE 試算リストレコード FROM W-違反行
               AFTER ADVANCING 1 LINE
           PERFORM 試算リスト状態確認処理
           ADD  1  TO W-適用違反件数.

      *-----------------------------------------------------------------
       試算対象外判定処理.
      *-----------------------------------------------------------------

      ** 当月台帳の行を母集団とするため、台帳に行の
      ** 無いブランド・チャネルを新たに載せる申請と
      ** 台帳金額に関係しない申請は金額を試算できな
      ** い。申請内容と併せて注記する。
      ** 試算は処理年月(HCM501)時点の変換・除外で行
      ** うため、適用年月がそれより先の申請は試算
      ** 結果に現れない。

           MOVE  SPACE        TO W-注-文言
           EVALUATE TRUE
             WHEN W-申請-対象年月区分 > WK対象年月区分
               MOVE '適用年月が処理年月より先'
                                  TO W-注-文言
               ADD  1  TO W-先日付件数
             WHEN W-申請-対象表区分 = 'MAP '
              AND W-申請-用途区分   = '0'
               MOVE 'ＢＫ変換は台帳金額に影響なし'
                                  TO W-注-文言
             WHEN W-申請-対象表区分 = 'EXCL'
              AND W-申請-申請区分   = 'D'
               MOVE '除外解除ブランドは台帳に行なし'
                                  TO W-注-文言
             WHEN W-申請-対象表区分 = 'SRC '
              AND W-申請-申請区分   = 'A'
               MOVE '稼働開始チャネルは試算対象外'
                                  TO W-注-文言
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF W-注-文言 = SPACE
             THEN
               CONTINUE
             ELSE
               ADD  1  TO W-対象外件数
               MOVE  W-申請キー   TO W-注-申請キー
               WRITE 試算リストレコード FROM W-注記行
                   AFTER ADVANCING 1 LINE
               PERFORM 試算リスト状態確認処理
           END-IF.

      *-----------------------------------------------------------------
       申請適用後試算処理.
      *-----------------------------------------------------------------

      ** 申請適用後の姿を試算区分1で投入し、現行の
      ** ままの姿と比べる。

           PERFORM 稼働チャネル判定処理
           MOVE  '1'          TO W-試算区分
           PERFORM 試算投入処理
           MOVE  SQLERRD(3)   TO W-変更後行数

           IF W-現行行数 = 0
             THEN
               MOVE '当月台帳なし 試算対象なし' TO
                   W-区切-文言
               WRITE 試算リストレコード FROM W-区切行
                   AFTER ADVANCING 2 LINES
               PERFORM 試算リスト状態確認処理
               MOVE '当月台帳なし 年月=' TO D-メッセージ域
               MOVE  WK対象年月区分 TO D-メッセージ域(27:6)
               CALL KXU002SC  USING  D-ログ域
           END-IF

           PERFORM 集計比較出力処理
           PERFORM 移動明細出力処理
           PERFORM 除外明細出力処理.

      *-----------------------------------------------------------------
       集計比較出力処理.
      *-----------------------------------------------------------------
           MOVE '【ブランド×チャネル別比較】' TO
               W-区切-文言
           WRITE 試算リストレコード FROM W-区切行
               AFTER ADVANCING 2 LINES
           PERFORM 試算リスト状態確認処理
           WRITE 試算リストレコード FROM W-集計見出し行
               AFTER ADVANCING 1 LINE
           PERFORM 試算リスト状態確認処理

           MOVE  0            TO W-合計現行(1)
           MOVE  0            TO W-合計変更(1)
           MOVE  0            TO W-合計現行(2)
           MOVE  0            TO W-合計変更(2)
           MOVE  0            TO W-合計現行(3)
           MOVE  0            TO W-合計変更(3)
           MOVE  0            TO W-合計現行(4)
           MOVE  0            TO W-合計変更(4)

           MOVE  '0'          TO W-集計終了区分
           EXEC SQL AT :DB-NAME OPEN 集計CUR END-EXEC.
           PERFORM 集計取出処理
               UNTIL 集計カーソル終了である
           EXEC SQL AT :DB-NAME CLOSE 集計CUR END-EXEC.

      ** 全体計

           MOVE '【全体計】'    TO W-区切-文言
           WRITE 試算リストレコード FROM W-区切行
               AFTER ADVANCING 2 LINES
           PERFORM 試算リスト状態確認処理
           PERFORM 合計行出力処理
               VARYING W-項目添字 FROM 1 BY 1
               UNTIL W-項目添字 > 4.

      *-----------------------------------------------------------------
       集計取出処理.
      *-----------------------------------------------------------------
           EXEC SQL AT :DB-NAME
             FETCH 集計CUR
              INTO :W-集ブランド, :W-集チャネル,
                   :W-集現行店数, :W-集変更店数,
                   :W-集当年現行, :W-集当年変更,
                   :W-集前年現行, :W-集前年変更,
                   :W-集責任現行, :W-集責任変更
           END-EXEC.
           IF SQLCODE NOT = 0
             THEN
               SET 集計カーソル終了である  TO TRUE
             ELSE
               MOVE  '0'          TO W-変化有無区分
               PERFORM 変化判定処理
                   VARYING W-項目添字 FROM 1 BY 1
                   UNTIL W-項目添字 > 4
               PERFORM 集計行出力処理
                   VARYING W-項目添字 FROM 1 BY 1
                   UNTIL W-項目添字 > 4
           END-IF.

      *-----------------------------------------------------------------
       変化判定処理.
      *-----------------------------------------------------------------
           IF W-集値現行(W-項目添字)
              NOT = W-集値変更(W-項目添字)
             THEN
               SET 変化ありである  TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       集計行出力処理.
      *-----------------------------------------------------------------

      ** ブランド×チャネルごとに比較項目を1行ずつ出
      ** し、変化のある組には＊を付ける。

           MOVE  SPACE              TO W-集計行
           IF W-項目添字 = 1
             THEN
               MOVE  W-集ブランド   TO W-集-ブランド
               MOVE  W-集チャネル   TO W-集-チャネル
               IF 変化ありである
                 THEN
                   MOVE  '*'        TO W-集-変化
               END-IF
               MOVE  2              TO W-改行数
             ELSE
               MOVE  1              TO W-改行数
           END-IF
           MOVE  W-項目名(W-項目添字)     TO W-集-項目名
           MOVE  W-集値現行(W-項目添字)   TO W-集-現行
           MOVE  W-集値変更(W-項目添字)   TO W-集-変更
           COMPUTE W-集-増減 = W-集値変更(W-項目添字)
                             - W-集値現行(W-項目添字)
           ADD  W-集値現行(W-項目添字)
               TO W-合計現行(W-項目添字)
           ADD  W-集値変更(W-項目添字)
               TO W-合計変更(W-項目添字)
           WRITE 試算リストレコード FROM W-集計行
               AFTER ADVANCING W-改行数 LINES
           PERFORM 試算リスト状態確認処理.

      *-----------------------------------------------------------------
       合計行出力処理.
      *-----------------------------------------------------------------
           MOVE  SPACE              TO W-集計行
           MOVE  W-項目名(W-項目添字)     TO W-集-項目名
           MOVE  W-合計現行(W-項目添字)   TO W-集-現行
           MOVE  W-合計変更(W-項目添字)   TO W-集-変更
           COMPUTE W-集-増減 = W-合計変更(W-項目添字)
                             - W-合計現行(W-項目添字)
           WRITE 試算リストレコード FROM W-集計行
               AFTER ADVANCING 1 LINE
           PERFORM 試算リスト状態確認処理.

      *-----------------------------------------------------------------
       移動明細出力処理.
      *-----------------------------------------------------------------
           MOVE '【ブランド間移動明細(店別)】' TO
               W-区切-文言
           WRITE 試算リストレコード FROM W-区切行
               AFTER ADVANCING 2 LINES
           PERFORM 試算リスト状態確認処理
           WRITE 試算リストレコード FROM W-移動見出し行
               AFTER ADVANCING 1 LINE
           PERFORM 試算リスト状態確認処理

           MOVE  '0'          TO W-移動終了区分
           EXEC SQL AT :DB-NAME OPEN 移動CUR END-EXEC.
           PERFORM 移動取出処理
               UNTIL 移動カーソル終了である
           EXEC SQL AT :DB-NAME CLOSE 移動CUR END-EXEC.

      *-----------------------------------------------------------------
       移動取出処理.
      *-----------------------------------------------------------------
           EXEC SQL AT :DB-NAME
             FETCH 移動CUR
              INTO :W-移店コード, :W-移ブランド,
                   :W-移チャネル,
                   :W-移当年現行, :W-移当年増減,
                   :W-移前年現行, :W-移前年増減,
                   :W-移責任現行, :W-移責任増減
           END-EXEC.
           IF SQLCODE NOT = 0
             THEN
               SET 移動カーソル終了である  TO TRUE
             ELSE
               ADD  1  TO W-移動件数
               MOVE  SPACE          TO W-移動行
               MOVE  W-移店コード   TO W-移-店
               MOVE  W-移ブランド   TO W-移-ブランド
               MOVE  W-移チャネル   TO W-移-チャネル
               PERFORM 移動金額編集処理
                   VARYING W-項目添字 FROM 1 BY 1
                   UNTIL W-項目添字 > 6
               WRITE 試算リストレコード FROM W-移動行
                   AFTER ADVANCING 1 LINE
               PERFORM 試算リスト状態確認処理
           END-IF.

      *-----------------------------------------------------------------
       移動金額編集処理.
      *-----------------------------------------------------------------
           MOVE  W-移値(W-項目添字)
               TO W-移-金額(W-項目添字).

      *-----------------------------------------------------------------
       除外明細出力処理.
      *-----------------------------------------------------------------
           MOVE '【除外追加で台帳から消える店】' TO
               W-区切-文言
           WRITE 試算リストレコード FROM W-区切行
               AFTER ADVANCING 2 LINES
           PERFORM 試算リスト状態確認処理
           WRITE 試算リストレコード FROM W-除外見出し行
               AFTER ADVANCING 1 LINE
           PERFORM 試算リスト状態確認処理

           MOVE  '0'          TO W-除外終了区分
           EXEC SQL AT :DB-NAME OPEN 除外CUR END-EXEC.
           PERFORM 除外取出処理
               UNTIL 除外カーソル終了である
           EXEC SQL AT :DB-NAME CLOSE 除外CUR END-EXEC.

      *-----------------------------------------------------------------
       除外取出処理.
      *-----------------------------------------------------------------

      ** 金額は移動行の1〜3列目(当年純売上・前年純
      ** 売上・当年責任額の各累計)に出す。

           EXEC SQL AT :DB-NAME
             FETCH 除外CUR
              INTO :W-移店コード, :W-移ブランド,
                   :W-移チャネル,
                   :W-移当年現行, :W-移前年現行,
                   :W-移責任現行
           END-EXEC.
           IF SQLCODE NOT = 0
             THEN
               SET 除外カーソル終了である  TO TRUE
             ELSE
               ADD  1  TO W-除外件数
               MOVE  SPACE          TO W-移動行
               MOVE  W-移店コード   TO W-移-店
               MOVE  W-移ブランド   TO W-移-ブランド
               MOVE  W-移チャネル   TO W-移-チャネル
               MOVE  W-移当年現行   TO W-移-金額(1)
               MOVE  W-移前年現行   TO W-移-金額(2)
               MOVE  W-移責任現行   TO W-移-金額(3)
               WRITE 試算リストレコード FROM W-移動行
                   AFTER ADVANCING 1 LINE
               PERFORM 試算リスト状態確認処理
           END-IF.

      *-----------------------------------------------------------------
       試算リスト状態確認処理.
      *-----------------------------------------------------------------
           IF W-試算状態 NOT = '00'
             THEN
               PERFORM 試算リストエラー処理
           END-IF.

      *-----------------------------------------------------------------
       申請ファイルエラー処理.
      *-----------------------------------------------------------------
           MOVE '申請ファイル入力エラー ST=@@' TO
               D-メッセージ域
           MOVE  W-申請状態     TO D-メッセージ域(38:2)
           CALL KXU002SC  USING  D-ログ域
           EXEC SQL AT :DB-NAME ROLLBACK WORK RELEASE END-EXEC.
           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       試算リストエラー処理.
      *-----------------------------------------------------------------
           MOVE '試算リスト出力エラー ST=@@' TO
               D-メッセージ域
           MOVE  W-試算状態     TO D-メッセージ域(35:2)
           CALL KXU002SC  USING  D-ログ域
           EXEC SQL AT :DB-NAME ROLLBACK WORK RELEASE END-EXEC.
           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.
